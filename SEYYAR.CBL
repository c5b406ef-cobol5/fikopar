       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'SEYYAR'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'seyyar.cpy'.
       copy 'seygun.cpy'.
       copy 'depo.cpy'.
       copy 'plasiyer.cpy'.
       copy 'sicil.cpy'.
       copy 'stok.cpy'.
       copy 'stokadet.cpy'.
       copy 'odeme.cpy'.
       copy 'makbuz.cpy'.
       copy 'carhar.cpy'.
       copy 'kasa.cpy'.
       copy 'hareket.cpy'.
       copy 'ayar.cpy'.
       copy 'donem.cpy'.
       copy 'niyet.cpy'.
       copy 'users.cpy'.
       copy 'oturum.cpy'.
            SELECT ICERI ASSIGN TO DISK, ICERI-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT DISARI ASSIGN TO DISK, DISARI-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT RAPOR ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'seyyar.cpz'.
       copy 'seygun.cpz'.
       copy 'depo.cpz'.
       copy 'plasiyer.cpz'.
       copy 'sicil.cpz'.
       copy 'stok.cpz'.
       copy 'stokadet.cpz'.
       copy 'odeme.cpz'.
       copy 'makbuz.cpz'.
       copy 'carhar.cpz'.
       copy 'kasa.cpz'.
       copy 'hareket.cpz'.
       copy 'ayar.cpz'.
       copy 'donem.cpz'.
       copy 'niyet.cpz'.
       copy 'users.cpz'.
       copy 'oturum.cpz'.
       FD ICERI.
       01 ICERI-SATIR                   PIC X(200).
       FD DISARI.
       01 DISARI-SATIR                  PIC X(200).
       FD RAPOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
       01 RAPOR-SATIR                   PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 ISLEM             PIC 9.
           02 E-DEPONO          PIC 9999.
           02 E-KATNO           PIC 9999.
           02 E-STNO            PIC X(15).
           02 E-ADET            PIC 9(7).
           02 E-SAYILAN         PIC 9(7).
           02 E-TUTAR           PIC 9(11)V99.
           02 E-ONAY            PIC X.
           02 E-TARIH.
               03 E-YIL             PIC 9999.
               03 E-AY              PIC 99.
               03 E-GUN             PIC 99.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-SAYI            PIC ZZZZ9.
           02 Z-ADET            PIC ------9.
           02 YZ-TUTAR          PIC -------------,--.
           02 Z-MALIYET         PIC Z(9)9,9999.
      * fis satirinin miktar ve tutar kolonlari
       01 FIS-DEGIS.
           02 FZ-YUK            PIC ------9.
           02 FZ-SAT            PIC ------9.
           02 FZ-DIGER          PIC ------9.
           02 FZ-DEFTER         PIC ------9.
           02 FZ-SAYIM          PIC ------9.
           02 FZ-FARK           PIC ------9.
           02 FZ-BEK            PIC -------------,--.
           02 FZ-TES            PIC -------------,--.
           02 FZ-TUTAR          PIC -------------,--.
           02 DURUM-ADI         PIC X(6).
       77 OTOMATIK              PIC 9.
       01 ICERI-DOSYA.
           02 FILLER            PIC X(5) VALUE 'DATA\'.
           02 ID-AD             PIC X(20).
       01 DISARI-DOSYA.
           02 FILLER            PIC X(5) VALUE 'DATA\'.
           02 DD-AD             PIC X(20).
      * aractan gelen dosyadaki bir satirin kolonlari
       01 KOLON-DEGIS.
           02 KOLON             PIC X(40) OCCURS 6 TIMES.
       01 COZ-DEGIS.
           02 TC-ALAN           PIC X(40).
           02 TC-I              PIC 99.
           02 TC-D              PIC 9.
           02 TC-KURUS          PIC 9.
           02 TC-EKSI           PIC 9.
           02 TC-TUTAR          PIC S9(11)V999.
       01 SEY-DEGIS.
           02 ARAC-VAR          PIC 9.
           02 OZET-VAR          PIC 9.
           02 YENI-SATIR        PIC 9.
           02 SATIR-SAY         PIC 9(5).
           02 FATURA-SAY        PIC 9(5).
           02 TAHSILAT-SAY      PIC 9(5).
           02 RED-SAY           PIC 9(5).
           02 AKTARILAN         PIC S9(13)V99.
           02 L-NEDEN           PIC X(30).
           02 L-HESAPNO         PIC X(15).
           02 L-ADET            PIC 9(9)V999.
           02 L-FIYAT           PIC 9(10)V9999.
           02 L-ISK1            PIC 9(3)V99.
           02 L-ISK2            PIC 9(3)V99.
           02 G-FIYAT           PIC 9(10)V9999.
           02 FAT-AC            PIC 9.
           02 FAT-HESAPNO       PIC X(15).
           02 Y-EVRAKNO         PIC X(15).
           02 Y-SIRA            PIC 9(5).
           02 TAH-SEKILNO       PIC 9999.
           02 TAH-TUTAR         PIC S9(13)V99.
           02 DEPO-BAKIYE       PIC S9(10).
           02 FARK-SAY          PIC 9(5).
           02 STOK-TUTAR        PIC S9(13)V99.
           02 NAKIT-FARK        PIC S9(13)V99.
           02 CEK-FARK          PIC S9(13)V99.
      * stok hareket satiri (STOKADET) yazimi
       01 AD-DEGIS.
           02 AD-KATNO          PIC 9999.
           02 AD-STNO           PIC X(15).
           02 AD-DEPONO         PIC 9999.
           02 AD-TIP            PIC 9.
           02 AD-GIR            PIC 9(9).
           02 AD-CIK            PIC 9(9).
           02 AD-STOK           PIC 9.
      * gun sonu hazirliginda bir stogun arac deposu toplamlari
       01 KR-DEGIS.
           02 KR-VAR            PIC 9.
           02 KR-KATNO          PIC 9999.
           02 KR-STNO           PIC X(15).
           02 KR-BAKIYE         PIC S9(10).
           02 KR-YUK            PIC 9(9).
           02 KR-SAT            PIC 9(9).
           02 KR-DIGER          PIC S9(9).
           02 KR-HAREKET        PIC 9.
           02 OZ-NAKIT          PIC S9(13)V99.
           02 OZ-CEK            PIC S9(13)V99.
           02 OZ-DIGER          PIC S9(13)V99.
      * makbuz yazimi: tutar artiysa tahsilat (16), eksiyse
      * tediye (17) makbuzu kesilir
       01 FK-DEGIS.
           02 FK-HESAPNO        PIC X(15).
           02 FK-TUTAR          PIC S9(13)V99.
           02 FK-MUTLAK         PIC S9(13)V99.
           02 FK-SEKIL          PIC 9999.
           02 FK-KASA           PIC 9.
           02 FK-TIP            PIC 99.
           02 FK-ACIKLAMA       PIC X(60).
           02 FK-EVRAKNO        PIC X(15).
       01 ONAY-DEGIS.
           02 ONAY-UYGUN        PIC 9.
           02 AMIR-ADI          PIC X(20).
           02 AMIR-PASS         PIC X(20).
       copy 'kdv.var'.
       copy 'donem.var'.
       copy 'numara.var'.
       copy 'toplam.var'.
       copy 'niyet.var'.
       copy 'oturum.var'.
       copy 'eksistok.var'.
       copy 'status.cpy'.
       copy 'sifre.var'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
      * seyyar satis araclari: her arac bir DEPO dur. sabah ana
      * depodan yukleme (STOKADET TIP 5 transfer satirlari),
      * gun icinde aracin faturalari ve tahsilatlari (elle
      * HIZLISAT ta arac deposuyla ya da aracin dosyasindan
      * DATA\ARCnnnn.TXT aktarimla), aksam sayim ve kasa teslimi.
      * gun sonu kapatilirken stok farki (TIP 7) ve kasa/cek
      * farki amir onayiyla plasiyerin hesabina yazilir, kalan
      * mal ana depoya indirilir
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
      * gece toplu isinden /A parametresiyle butun araclarin
      * dosyalari ekransiz aktarilir
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/A'
                 MOVE 1 TO OTOMATIK.
           PERFORM OTURUM-OKU.
           IF OTOMATIK = 1
              ACCEPT BUGUN FROM CENTURY-DATE
              MOVE ZEROS TO E-DEPONO
              PERFORM DOSYA-AC THRU DOSYA-AC-SON
              PERFORM ARAC-DOLAS THRU ARAC-DOLAS-SON
              PERFORM DOSYA-KAPAT THRU DOSYA-KAPAT-SON
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
              ' SEYYAR SATIS ARACLARI - YUKLEME VE GUN SONU '
              LINE 2 POSITION 2.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM DOSYA-AC THRU DOSYA-AC-SON.
           PERFORM ANA-MENU THRU ANA-MENU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM ARAC-TANIM THRU ARAC-TANIM-SON
              GO TUS.
           IF F = 2 PERFORM YUKLEME THRU YUKLEME-SON
              GO TUS.
           IF F = 3 PERFORM ARAC-AKTARIM THRU ARAC-AKTARIM-SON
              GO TUS.
           IF F = 4 PERFORM GUN-SONU THRU GUN-SONU-SON
              GO TUS.
           IF F = 5 PERFORM GUN-KAPAT THRU GUN-KAPAT-SON
              GO TUS.
           IF F = 6 PERFORM GUN-FISI THRU GUN-FISI-SON
              GO TUS.
           GO TUS.
       STOP-PROGRAM.
           PERFORM DOSYA-KAPAT THRU DOSYA-KAPAT-SON.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
       CIKIS.
           CANCEL 'EKSISTOK'.
           EXIT PROGRAM.
           STOP RUN.

       ANA-MENU.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'ARAC TANIMI' REVERSE
              ' F2 ' 'YUKLEME' REVERSE
              ' F3 ' 'ARAC AKTARIMI' REVERSE
              ' F4 ' 'GUN SONU SAYIM' REVERSE
              ' F5 ' 'GUN SONU KAPAT' REVERSE
              ' F6 ' 'GUN SONU FISI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       ANA-MENU-SON.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

       HATA-YAZ.
           IF OTOMATIK = 1 GO HATA-YAZ-SON.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY L-NEDEN LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       HATA-YAZ-SON.

       DOSYA-AC.
           OPEN I-O SEYYAR.
           IF ST-SEYYAR = '35'
              CLOSE SEYYAR
              OPEN OUTPUT SEYYAR
              CLOSE SEYYAR
              OPEN I-O SEYYAR.
           OPEN I-O SEYGUN.
           IF ST-SEYGUN = '35'
              CLOSE SEYGUN
              OPEN OUTPUT SEYGUN
              CLOSE SEYGUN
              OPEN I-O SEYGUN.
           OPEN I-O STOK STOKADET.
           OPEN INPUT DEPO PLASIYER SICIL ODEME.
       DOSYA-AC-SON.

       DOSYA-KAPAT.
           CLOSE SEYYAR SEYGUN STOK STOKADET.
           CLOSE DEPO PLASIYER SICIL ODEME.
       DOSYA-KAPAT-SON.

      * arac secimi: F2-F6 ekranlarinin ortak ilk satiri
       ARAC-AL.
           MOVE ZEROS TO ARAC-VAR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'ARAC DEPO NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-DEPONO LINE 4 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-AL-SON.
           MOVE E-DEPONO TO SY-DEPONO.
           READ SEYYAR
              INVALID KEY
                 MOVE 'ARAC TANIMLI DEGIL !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO ARAC-AL-SON.
           PERFORM ARAC-BILGI THRU ARAC-BILGI-SON.
           MOVE 1 TO ARAC-VAR.
       ARAC-AL-SON.

       ARAC-BILGI.
           MOVE SY-DEPONO TO DP-NO.
           READ DEPO INVALID KEY MOVE SPACES TO DP-ADI.
           MOVE SY-PLNO TO PL-NO.
           READ PLASIYER INVALID KEY MOVE SPACES TO PL-ADI.
           DISPLAY DP-ADI LINE 4 POSITION 23 SIZE 20
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SY-PLAKA LINE 4 POSITION 45
              PL-ADI LINE 4 POSITION 57 SIZE 21.
       ARAC-BILGI-SON.

      * katalog bos ise stok no barkod sayilir
       STOK-BUL.
           IF E-KATNO = ZEROS
              MOVE SPACES TO ST-BARKOD
              MOVE E-STNO TO ST-BARKOD
              READ STOK KEY IS ST-BARKOD
                 INVALID KEY MOVE SPACES TO ST-STNO
              END-READ
           ELSE
              MOVE E-KATNO TO ST-KATNO
              MOVE E-STNO TO ST-STNO
              READ STOK INVALID KEY MOVE SPACES TO ST-STNO
              END-READ
           END-IF.
       STOK-BUL-SON.

      * arac tanimi: plasiyer, malin geldigi ana depo, plaka,
      * farklarin yazilacagi cari hesap ve kasa teslimindeki
      * nakit ve cek odeme sekilleri
       ARAC-TANIM.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'ARAC DEPO NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'PLASIYER NO  :' LINE 6 POSITION 2
              'ANA DEPO     :' LINE 7 POSITION 2
              'PLAKA        :' LINE 8 POSITION 2
              'FARK HESABI  :' LINE 9 POSITION 2
              'NAKIT SEKLI  :' LINE 10 POSITION 2
              'CEK SEKLI    :' LINE 11 POSITION 2
              '(0 = CEK ALINMAZ)' LINE 11 POSITION 23
              'AKTIF (E/H)  :' LINE 12 POSITION 2.
           MOVE ZEROS TO E-DEPONO.
           ACCEPT E-DEPONO LINE 4 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-TANIM-SON.
           MOVE E-DEPONO TO DP-NO.
           READ DEPO
              INVALID KEY
                 MOVE 'DEPO BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO ARAC-TANIM-SON.
           DISPLAY DP-ADI LINE 4 POSITION 23
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE E-DEPONO TO SY-DEPONO.
           MOVE 1 TO ISLEM.
           READ SEYYAR
              INVALID KEY
                 MOVE ZEROS TO ISLEM
                 INITIALIZE SY-KAYIT
                 MOVE E-DEPONO TO SY-DEPONO
                 MOVE 1 TO SY-ANADEPO
                 MOVE 'E' TO SY-AKTIF.
       ARAC-TANIM-PLASIYER.
           ACCEPT SY-PLNO LINE 6 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-TANIM-SON.
           MOVE SY-PLNO TO PL-NO.
           READ PLASIYER
              INVALID KEY
                 MOVE 'PLASIYER BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO ARAC-TANIM-PLASIYER.
           DISPLAY PL-ADI LINE 6 POSITION 23 SIZE 40
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       ARAC-TANIM-ANADEPO.
           ACCEPT SY-ANADEPO LINE 7 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-TANIM-SON.
           IF SY-ANADEPO = SY-DEPONO
              MOVE 'ANA DEPO ARACIN KENDISI OLAMAZ' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO ARAC-TANIM-ANADEPO.
           MOVE SY-ANADEPO TO DP-NO.
           READ DEPO
              INVALID KEY
                 MOVE 'DEPO BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO ARAC-TANIM-ANADEPO.
           DISPLAY DP-ADI LINE 7 POSITION 23
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT SY-PLAKA LINE 8 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-TANIM-SON.
       ARAC-TANIM-HESAP.
           ACCEPT SY-HESAPNO LINE 9 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-TANIM-SON.
           MOVE SY-HESAPNO TO SC-HESAPNO.
           READ SICIL
              INVALID KEY
                 MOVE 'HESAP BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO ARAC-TANIM-HESAP.
           DISPLAY SC-HESAPADI LINE 9 POSITION 33 SIZE 45
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       ARAC-TANIM-NAKIT.
           ACCEPT SY-NAKIT-SEKIL LINE 10 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-TANIM-SON.
           MOVE SY-NAKIT-SEKIL TO OD-NO.
           READ ODEME
              INVALID KEY
                 MOVE 'ODEME SEKLI BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO ARAC-TANIM-NAKIT.
           DISPLAY OD-ADI LINE 10 POSITION 23
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       ARAC-TANIM-CEK.
           ACCEPT SY-CEK-SEKIL LINE 11 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-TANIM-SON.
           IF SY-CEK-SEKIL = ZEROS GO ARAC-TANIM-AKTIF.
           IF SY-CEK-SEKIL = SY-NAKIT-SEKIL
              MOVE 'CEK SEKLI NAKITLE AYNI OLAMAZ' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO ARAC-TANIM-CEK.
           MOVE SY-CEK-SEKIL TO OD-NO.
           READ ODEME
              INVALID KEY
                 MOVE 'ODEME SEKLI BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO ARAC-TANIM-CEK.
           DISPLAY OD-ADI LINE 11 POSITION 23
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       ARAC-TANIM-AKTIF.
           ACCEPT SY-AKTIF LINE 12 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-TANIM-SON.
           IF SY-AKTIF NOT = 'E' AND SY-AKTIF NOT = 'H'
              GO ARAC-TANIM-AKTIF.
           MOVE 'H' TO E-ONAY.
           DISPLAY 'KAYDEDILSIN MI (E/H) :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-ONAY LINE 14 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' GO ARAC-TANIM-SON.
           IF ISLEM = 1
              PERFORM REWRITE-SEYYAR
           ELSE
              PERFORM WRITE-SEYYAR
           END-IF.
           DISPLAY 'ARAC KAYDEDILDI' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       ARAC-TANIM-SON.

      * sabah yuklemesi: ana depodan araca transfer. toplam
      * stok degismez, iki depoya da tarihli TIP 5 satiri yazilir
      * ki gun sonunda gunun yuklemesi gorulebilsin
       YUKLEME.
           PERFORM ARAC-AL THRU ARAC-AL-SON.
           IF ARAC-VAR = ZEROS GO YUKLEME-SON.
           IF NOT SY-AKTIF-EVET
              MOVE 'ARAC PASIF !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO YUKLEME-SON.
           PERFORM YUKLEME-BASLIK THRU YUKLEME-BASLIK-SON.
       YUKLEME-SATIR.
           IF SATIR > 30
              PERFORM YUKLEME-BASLIK THRU YUKLEME-BASLIK-SON.
           MOVE ZEROS TO E-KATNO E-ADET.
           MOVE SPACES TO E-STNO.
           ACCEPT E-KATNO LINE SATIR POSITION 2 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YUKLEME-SON.
           ACCEPT E-STNO LINE SATIR POSITION 7 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YUKLEME-SON.
           IF E-STNO = SPACES GO YUKLEME-SATIR.
           PERFORM STOK-BUL THRU STOK-BUL-SON.
           IF ST-STNO = SPACES
              MOVE 'STOK BULUNAMADI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO YUKLEME-SATIR.
           IF ST-HIZMET
              MOVE 'HIZMET KALEMI YUKLENMEZ !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO YUKLEME-SATIR.
           DISPLAY ST-KATNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ST-STNO LINE SATIR POSITION 7
              ST-CINSI LINE SATIR POSITION 23 SIZE 25.
           MOVE ST-KATNO TO AD-KATNO.
           MOVE ST-STNO TO AD-STNO.
           MOVE SY-ANADEPO TO AD-DEPONO.
           PERFORM DEPO-BAKIYE-BUL THRU DEPO-BAKIYE-BUL-SON.
           MOVE DEPO-BAKIYE TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 49
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-ADET LINE SATIR POSITION 58 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YUKLEME-SON.
           IF E-ADET = ZEROS
              DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              GO YUKLEME-SATIR.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE SY-ANADEPO TO ES-DEPONO.
           MOVE 'SEYYAR' TO ES-PROGRAM.
           MOVE SY-PLAKA TO ES-EVRAKNO.
           MOVE ST-KATNO TO ES-KATNO.
           MOVE ST-STNO TO ES-STNO.
           MOVE E-ADET TO ES-MIKTAR.
           CALL 'EKSISTOK' USING ES-ISTEK.
           IF ES-ENGELLENDI
              MOVE 'ANA DEPODA YETERLI STOK YOK !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              GO YUKLEME-SATIR.
           MOVE 5 TO AD-TIP.
           MOVE ZEROS TO AD-STOK AD-GIR.
           MOVE E-ADET TO AD-CIK.
           PERFORM AD-YAZ THRU AD-YAZ-SON.
           MOVE SY-DEPONO TO AD-DEPONO.
           MOVE ZEROS TO AD-CIK.
           MOVE E-ADET TO AD-GIR.
           PERFORM AD-YAZ THRU AD-YAZ-SON.
           DISPLAY 'YUKLENDI' LINE SATIR POSITION 67
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO YUKLEME-SATIR.
       YUKLEME-SON.

       YUKLEME-BASLIK.
           PERFORM VARYING SATIR FROM 6 BY 1 UNTIL SATIR > 31
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           DISPLAY 'KAT. STOK NO         CINSI' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ANA DEPO     ADET' LINE 6 POSITION 48.
           MOVE 7 TO SATIR.
       YUKLEME-BASLIK-SON.

      * bir stogun bir depodaki bu yil bakiyesi (GIR - CIK)
       DEPO-BAKIYE-BUL.
           MOVE ZEROS TO DEPO-BAKIYE.
           MOVE AD-KATNO TO STA-KATNO.
           MOVE AD-STNO TO STA-STNO.
           MOVE AD-DEPONO TO STA-DEPONO.
           MOVE BU-YIL TO STA-YIL.
           MOVE ZEROS TO STA-SIRA.
           START STOKADET KEY IS NOT LESS THAN STA-KEY
              INVALID KEY GO DEPO-BAKIYE-BUL-SON.
       DEPO-BAKIYE-OKU.
           READ STOKADET NEXT AT END GO DEPO-BAKIYE-BUL-SON.
           IF STA-KATNO NOT = AD-KATNO OR STA-STNO NOT = AD-STNO
              OR STA-DEPONO NOT = AD-DEPONO OR STA-YIL NOT = BU-YIL
              GO DEPO-BAKIYE-BUL-SON.
           COMPUTE DEPO-BAKIYE = DEPO-BAKIYE + STA-GIR - STA-CIK.
           GO DEPO-BAKIYE-OKU.
       DEPO-BAKIYE-BUL-SON.

      * depoya son siradan sonra hareket satiri eklenir. AD-STOK
      * 1 ise (satis, sayim farki) stok kartindaki toplam bakiye
      * de degisir; transferde degismez
       AD-YAZ.
           MOVE AD-KATNO TO STA-KATNO.
           MOVE AD-STNO TO STA-STNO.
           MOVE AD-DEPONO TO STA-DEPONO.
           MOVE BU-YIL TO STA-YIL.
           MOVE 99999 TO STA-SIRA.
           START STOKADET KEY IS NOT GREATER THAN STA-KEY
              INVALID KEY MOVE ZEROS TO STA-SIRA
              NOT INVALID KEY
                 READ STOKADET PREVIOUS
                    AT END MOVE ZEROS TO STA-SIRA
                    NOT AT END
                       IF STA-KATNO NOT = AD-KATNO
                          OR STA-STNO NOT = AD-STNO
                          OR STA-DEPONO NOT = AD-DEPONO
                          OR STA-YIL NOT = BU-YIL
                          MOVE ZEROS TO STA-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO STA-SIRA.
           MOVE AD-KATNO TO STA-KATNO.
           MOVE AD-STNO TO STA-STNO.
           MOVE AD-DEPONO TO STA-DEPONO.
           MOVE BU-YIL TO STA-YIL.
           MOVE BU-AY TO STA-AY.
           MOVE BU-GUN TO STA-GUN.
           MOVE AD-TIP TO STA-TIP.
           MOVE AD-GIR TO STA-GIR.
           MOVE AD-CIK TO STA-CIK.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           IF AD-STOK = ZEROS GO AD-YAZ-SON.
           MOVE AD-KATNO TO ST-KATNO.
           MOVE AD-STNO TO ST-STNO.
           READ STOK INVALID KEY GO AD-YAZ-SON.
           IF BU-YIL NOT = ST-BAKIYE-YIL
              MOVE ZEROS TO ST-BAKIYE
              MOVE BU-YIL TO ST-BAKIYE-YIL.
           COMPUTE ST-BAKIYE = ST-BAKIYE + AD-GIR - AD-CIK.
           PERFORM REWRITE-STOK.
       AD-YAZ-SON.

      * 0 butun aktif araclar demektir
       ARAC-AKTARIM.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'ARAC DEPO NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(0 = BUTUN ARACLAR)' LINE 4 POSITION 23.
           MOVE ZEROS TO E-DEPONO.
           ACCEPT E-DEPONO LINE 4 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-AKTARIM-SON.
           DISPLAY 'DEPO PLAKA      OKUNAN FATURA TAHSIL.   RED'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'FATURA TUTARI' LINE 6 POSITION 52.
           MOVE 7 TO SATIR.
           PERFORM ARAC-DOLAS THRU ARAC-DOLAS-SON.
       ARAC-AKTARIM-SON.

       ARAC-DOLAS.
           IF E-DEPONO NOT = ZEROS
              MOVE E-DEPONO TO SY-DEPONO
              READ SEYYAR
                 INVALID KEY
                    MOVE 'ARAC TANIMLI DEGIL !!!' TO L-NEDEN
                    PERFORM HATA-YAZ THRU HATA-YAZ-SON
                    GO ARAC-DOLAS-SON
              END-READ
              PERFORM AKTARIM-ISLE THRU AKTARIM-ISLE-SON
              GO ARAC-DOLAS-SON.
           MOVE ZEROS TO SY-DEPONO.
           START SEYYAR KEY IS NOT LESS THAN SY-DEPONO
              INVALID KEY GO ARAC-DOLAS-SON.
       ARAC-DOLAS-OKU.
           READ SEYYAR NEXT AT END GO ARAC-DOLAS-SON.
           PERFORM AKTARIM-ISLE THRU AKTARIM-ISLE-SON.
           GO ARAC-DOLAS-OKU.
       ARAC-DOLAS-SON.

      * aracin dosyasi (DATA\ARCnnnn.TXT, ondalik virgul):
      *   F;HESAPNO;KATNO;STOKNO;ADET;FIYAT  fatura satiri
      *   T;HESAPNO;SEKILNO;TUTAR            tahsilat
      * ayni musterinin art arda gelen F satirlari tek faturadir.
      * fatura ve makbuz arac deposunun sayaclarindan numara alir.
      * islenemeyen satir nedeniyle DATA\ARHnnnn.TXT dosyasina
      * eklenir; okunan dosya bosaltilir
       AKTARIM-ISLE.
           MOVE ZEROS TO SATIR-SAY FATURA-SAY TAHSILAT-SAY RED-SAY
              AKTARILAN.
           IF NOT SY-AKTIF-EVET
              IF E-DEPONO NOT = ZEROS
                 MOVE 'ARAC PASIF !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
              END-IF
              GO AKTARIM-ISLE-SON.
           MOVE SPACES TO ID-AD.
           STRING 'ARC' SY-DEPONO '.TXT' DELIMITED BY SIZE
              INTO ID-AD.
           OPEN INPUT ICERI.
           IF ST-TEMPFILE NOT = '00'
              IF E-DEPONO NOT = ZEROS AND OTOMATIK = ZEROS
                 DISPLAY 'ARAC DOSYASI BULUNAMADI: ' LINE 32
                    POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    ID-AD LINE 32 POSITION 28
              END-IF
              GO AKTARIM-ISLE-SON.
           MOVE BU-YIL TO DNK-YIL.
           MOVE BU-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              CLOSE ICERI
              MOVE 'DONEM KAPALI - AKTARILAMAZ !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO AKTARIM-ISLE-SON.
           MOVE SPACES TO DD-AD.
           STRING 'ARH' SY-DEPONO '.TXT' DELIMITED BY SIZE
              INTO DD-AD.
           OPEN EXTEND DISARI.
           IF ST-TEMPFILE NOT = '00'
              OPEN OUTPUT DISARI.
           OPEN I-O HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX AYAR.
           MOVE ZEROS TO FAT-AC.
           MOVE SPACES TO FAT-HESAPNO.
       AKTARIM-OKU.
           READ ICERI AT END GO AKTARIM-KAPAT.
           IF ICERI-SATIR = SPACES GO AKTARIM-OKU.
           ADD 1 TO SATIR-SAY.
           MOVE SPACES TO KOLON-DEGIS L-NEDEN.
           UNSTRING ICERI-SATIR DELIMITED BY ';'
              INTO KOLON(1) KOLON(2) KOLON(3) KOLON(4) KOLON(5)
                   KOLON(6)
           END-UNSTRING.
           EVALUATE KOLON(1)
            WHEN 'F'
               PERFORM FATURA-SATIR THRU FATURA-SATIR-SON
            WHEN 'T'
               PERFORM FATURA-KAPAT THRU FATURA-KAPAT-SON
               PERFORM TAHSILAT-SATIR THRU TAHSILAT-SATIR-SON
            WHEN OTHER
               MOVE 'SATIR TURU HATALI' TO L-NEDEN
           END-EVALUATE.
           IF L-NEDEN NOT = SPACES
              PERFORM RED-YAZ THRU RED-YAZ-SON.
           GO AKTARIM-OKU.
       AKTARIM-KAPAT.
           PERFORM FATURA-KAPAT THRU FATURA-KAPAT-SON.
           CLOSE ICERI DISARI.
           CLOSE HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX AYAR.
           IF SATIR-SAY NOT = ZEROS
              OPEN OUTPUT ICERI
              CLOSE ICERI.
           IF OTOMATIK = 1 OR SATIR > 31 GO AKTARIM-ISLE-SON.
           DISPLAY SY-DEPONO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SY-PLAKA LINE SATIR POSITION 7.
           MOVE SATIR-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 19
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE FATURA-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 26
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE TAHSILAT-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 33
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE RED-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 40
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE AKTARILAN TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 51
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
       AKTARIM-ISLE-SON.

       MUSTERI-DENETLE.
           MOVE L-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPNO.
           IF SC-HESAPNO = SPACES
              MOVE 'MUSTERI BULUNAMADI' TO L-NEDEN
              GO MUSTERI-DENETLE-SON.
           IF SC-KAPANDI
              MOVE 'MUSTERI HESABI KAPALI' TO L-NEDEN.
       MUSTERI-DENETLE-SON.

      * fatura satiri: fiyat bos ise musterinin liste fiyati ve
      * anlasma iskontosu alinir, aracta kesilen fiyat oldugu
      * gibi kalir. mal arac deposundan TIP 3 ile cikar
       FATURA-SATIR.
           MOVE KOLON(2) TO L-HESAPNO.
           IF FAT-AC = 1 AND L-HESAPNO NOT = FAT-HESAPNO
              PERFORM FATURA-KAPAT THRU FATURA-KAPAT-SON.
           PERFORM MUSTERI-DENETLE THRU MUSTERI-DENETLE-SON.
           IF L-NEDEN NOT = SPACES GO FATURA-SATIR-SON.
           MOVE KOLON(3) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           MOVE TC-TUTAR TO E-KATNO.
           MOVE KOLON(4) TO E-STNO.
           PERFORM STOK-BUL THRU STOK-BUL-SON.
           IF ST-STNO = SPACES
              MOVE 'STOK BULUNAMADI' TO L-NEDEN
              GO FATURA-SATIR-SON.
           MOVE ZEROS TO L-ADET L-FIYAT L-ISK1 L-ISK2.
           MOVE KOLON(5) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           IF TC-TUTAR > ZEROS MOVE TC-TUTAR TO L-ADET.
           IF L-ADET = ZEROS
              MOVE 'ADET HATALI' TO L-NEDEN
              GO FATURA-SATIR-SON.
           MOVE KOLON(6) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           IF TC-TUTAR > ZEROS MOVE TC-TUTAR TO L-FIYAT.
           IF L-FIYAT = ZEROS
              CALL 'FIYATBUL' USING SC-LISTENO ST-KATNO ST-STNO
                                    BUGUN G-FIYAT
              CANCEL 'FIYATBUL'
              MOVE G-FIYAT TO L-FIYAT
              CALL 'ANLASBUL' USING L-HESAPNO ST-KATNO ST-STNO
                 BUGUN L-ISK1 L-ISK2
              CANCEL 'ANLASBUL'.
           IF L-FIYAT = ZEROS
              MOVE 'FIYAT BULUNAMADI' TO L-NEDEN
              GO FATURA-SATIR-SON.
      * aktarimda onay sorulamaz: uyari politikasinda satir
      * izlenerek gecer, engellemede red dosyasina yazilir
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE 1 TO ES-SESSIZ.
           MOVE SY-DEPONO TO ES-DEPONO.
           MOVE 'SEYYAR' TO ES-PROGRAM.
           MOVE 3 TO ES-EVRAKTIP.
           MOVE ST-KATNO TO ES-KATNO.
           MOVE ST-STNO TO ES-STNO.
           MOVE L-ADET TO ES-MIKTAR.
           CALL 'EKSISTOK' USING ES-ISTEK.
           IF ES-ENGELLENDI
              MOVE 'DEPO STOGU YETERSIZ' TO L-NEDEN
              GO FATURA-SATIR-SON.
           IF FAT-AC = ZEROS
              PERFORM FATURA-AC THRU FATURA-AC-SON.
           IF FAT-AC = ZEROS
              MOVE 'FATURA EVRAK SAYACI BOS' TO L-NEDEN
              GO FATURA-SATIR-SON.
           ADD 1 TO Y-SIRA.
           INITIALIZE HD-KAYIT.
           MOVE 3 TO HD-TIP.
           MOVE Y-EVRAKNO TO HD-EVRAKNO.
           MOVE Y-SIRA TO HD-SIRA.
           MOVE ST-KATNO TO HD-KATNO.
           MOVE ST-STNO TO HD-STNO.
           MOVE ST-CINSI TO HD-CINSI.
           MOVE L-ADET TO HD-ADET.
           MOVE L-FIYAT TO HD-FIYAT.
           MOVE L-ISK1 TO HD-ISKONTO1.
           MOVE L-ISK2 TO HD-ISKONTO2.
           MOVE ST-KDV TO KDV-ADAY.
           PERFORM KDV-DOGRULA THRU END-KDV-DOGRULA.
           IF KDV-GECERLI = 0 MOVE 20 TO KDV-ADAY.
           MOVE KDV-ADAY TO HD-KDV.
           MOVE ST-OTV-ORAN TO HD-OTV.
           MOVE ST-OTV-TUTAR TO HD-OTV-TUTAR.
           PERFORM WRITE-HAREKET-DETAY.
           IF ST-HIZMET GO FATURA-SATIR-SON.
           MOVE ST-KATNO TO AD-KATNO.
           MOVE ST-STNO TO AD-STNO.
           MOVE SY-DEPONO TO AD-DEPONO.
           MOVE 3 TO AD-TIP.
           MOVE 1 TO AD-STOK.
           MOVE ZEROS TO AD-GIR.
           MOVE L-ADET TO AD-CIK.
           PERFORM AD-YAZ THRU AD-YAZ-SON.
           MOVE 'Y' TO ES-ISLEM.
           MOVE Y-EVRAKNO TO ES-EVRAKNO.
           CALL 'EKSISTOK' USING ES-ISTEK.
       FATURA-SATIR-SON.

      * fatura basligi musteri kartindan kurulur, plasiyer
      * aracin plasiyeridir
       FATURA-AC.
           MOVE 3 TO DX-TIP.
           MOVE SY-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-AL.
           IF AY-EVRAKNO = SPACES GO FATURA-AC-SON.
           MOVE AY-EVRAKNO TO Y-EVRAKNO.
           MOVE 3 TO NYV-TIP.
           MOVE Y-EVRAKNO TO NYV-EVRAKNO.
           MOVE SY-DEPONO TO NYV-DEPONO.
           MOVE L-HESAPNO TO NYV-HESAPNO.
           PERFORM NIYET-BASLA THRU NIYET-BASLA-SON.
           INITIALIZE HS-KAYIT.
           MOVE 3 TO HS-TIP.
           MOVE Y-EVRAKNO TO HS-EVRAKNO.
           MOVE SY-DEPONO TO HS-DEPONO.
           MOVE L-HESAPNO TO HS-HESAPNO.
           MOVE SC-HESAPADI TO HS-HESAPADI.
           MOVE SC-YETKILI TO HS-YETKILI.
           MOVE SC-MAHALLE TO HS-MAHALLE.
           MOVE SC-ILCE TO HS-ILCE.
           MOVE SC-IL TO HS-IL.
           MOVE SC-ULKE TO HS-ULKE.
           MOVE SY-PLNO TO HS-PLKOD.
           MOVE BU-GUN TO HS-FGUN HS-DGUN.
           MOVE BU-AY TO HS-FAY HS-DAY.
           MOVE BU-YIL TO HS-FYIL HS-DYIL.
           ACCEPT HS-SAAT FROM TIME.
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
           MOVE 1 TO FAT-AC.
           MOVE L-HESAPNO TO FAT-HESAPNO.
       FATURA-AC-SON.

      * acik fatura toplanip cariye yazilir, sayac ilerletilir
       FATURA-KAPAT.
           IF FAT-AC = ZEROS GO FATURA-KAPAT-SON.
           MOVE 3 TO HS-TIP.
           MOVE Y-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY CONTINUE.
           PERFORM ALT-TOPLAM-AL THRU END-ALT-TOPLAM-AL.
           PERFORM AYLIK-EVRAK-EKLE.
           MOVE Y-EVRAKNO TO AY-EVRAKNO.
           PERFORM ALT-TOPLAM-KAYDET THRU END-ALT-TOPLAM-KAYDET.
           MOVE 3 TO DX-TIP.
           MOVE SY-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           PERFORM NIYET-BITIR THRU NIYET-BITIR-SON.
           ADD 1 TO FATURA-SAY.
           ADD T-TUTAR TO AKTARILAN.
           MOVE ZEROS TO FAT-AC.
           MOVE SPACES TO FAT-HESAPNO.
       FATURA-KAPAT-SON.

       TAHSILAT-SATIR.
           MOVE KOLON(2) TO L-HESAPNO.
           PERFORM MUSTERI-DENETLE THRU MUSTERI-DENETLE-SON.
           IF L-NEDEN NOT = SPACES GO TAHSILAT-SATIR-SON.
           MOVE KOLON(3) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           MOVE TC-TUTAR TO TAH-SEKILNO.
           MOVE TAH-SEKILNO TO OD-NO.
           READ ODEME INVALID KEY MOVE ZEROS TO TAH-SEKILNO.
           IF TAH-SEKILNO = ZEROS
              MOVE 'ODEME SEKLI BULUNAMADI' TO L-NEDEN
              GO TAHSILAT-SATIR-SON.
           MOVE KOLON(4) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           IF TC-TUTAR NOT > ZEROS
              MOVE 'TUTAR HATALI' TO L-NEDEN
              GO TAHSILAT-SATIR-SON.
           COMPUTE TAH-TUTAR ROUNDED = TC-TUTAR.
           MOVE L-HESAPNO TO FK-HESAPNO.
           MOVE TAH-TUTAR TO FK-TUTAR.
           MOVE TAH-SEKILNO TO FK-SEKIL.
           MOVE 1 TO FK-KASA.
           MOVE SPACES TO FK-ACIKLAMA.
           STRING 'ARAC TAHSILATI ' SY-PLAKA
              DELIMITED BY SIZE INTO FK-ACIKLAMA.
           PERFORM MAKBUZ-YAZ THRU MAKBUZ-YAZ-SON.
           IF FK-EVRAKNO = SPACES
              MOVE 'MAKBUZ EVRAK SAYACI BOS' TO L-NEDEN
              GO TAHSILAT-SATIR-SON.
           ADD 1 TO TAHSILAT-SAY.
       TAHSILAT-SATIR-SON.

       RED-YAZ.
           MOVE SPACES TO DISARI-SATIR.
           STRING ICERI-SATIR DELIMITED BY '  '
              ';' L-NEDEN DELIMITED BY SIZE
              INTO DISARI-SATIR.
           WRITE DISARI-SATIR.
           ADD 1 TO RED-SAY.
       RED-YAZ-SON.

      * makbuz, cari satir ve (FK-KASA 1 ise) kasa satiri ile gun
      * ozeti HIZLISAT tahsilatindaki gibi yazilir. AYAR acik
      * olmalidir; sayac bossa FK-EVRAKNO bos doner
       MAKBUZ-YAZ.
           MOVE SPACES TO FK-EVRAKNO.
           IF FK-TUTAR = ZEROS GO MAKBUZ-YAZ-SON.
           MOVE 16 TO FK-TIP.
           MOVE FK-TUTAR TO FK-MUTLAK.
           IF FK-TUTAR < ZEROS
              MOVE 17 TO FK-TIP
              COMPUTE FK-MUTLAK = ZEROS - FK-TUTAR.
           MOVE FK-TIP TO DX-TIP.
           MOVE SY-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-AL.
           IF AY-EVRAKNO = SPACES GO MAKBUZ-YAZ-SON.
           MOVE AY-EVRAKNO TO FK-EVRAKNO.
           MOVE FK-SEKIL TO OD-NO.
           READ ODEME INVALID KEY MOVE SPACES TO OD-ADI.
           OPEN I-O MAKBUZ CARHAR KASA.
           MOVE FK-EVRAKNO TO MK-EVRAKNO.
           MOVE BUGUN TO MK-TARIH.
           MOVE FK-TIP TO MK-TIP.
           MOVE SY-DEPONO TO MK-DEPONO.
           MOVE FK-HESAPNO TO MK-HESAPNO.
           MOVE FK-SEKIL TO MK-SEKILNO.
           MOVE FK-ACIKLAMA TO MK-ACIKLAMA.
           MOVE FK-MUTLAK TO MK-TUTAR.
           PERFORM WRITE-MAKBUZ.
           MOVE FK-HESAPNO TO CH-HESAPNO.
           MOVE SY-DEPONO TO CH-DEPONO.
           MOVE BU-YIL TO CH-YIL.
           MOVE BU-AY TO CH-AY.
           MOVE BU-GUN TO CH-GUN.
           MOVE 1 TO CH-SIRA.
           MOVE FK-EVRAKNO TO CH-EVRAKNO.
           MOVE FK-TIP TO CH-TIP.
           MOVE FK-ACIKLAMA TO CH-ACIKLAMA.
           MOVE ZEROS TO CH-BORC CH-ALACAK.
           IF FK-TIP = 16
              MOVE FK-MUTLAK TO CH-ALACAK
           ELSE
              MOVE FK-MUTLAK TO CH-BORC
           END-IF.
           MOVE OD-ADI TO CH-VADE.
           MOVE 'TL ' TO CH-DOVIZ.
           MOVE 1 TO CH-KUR.
       MAKBUZ-CARHAR-YAZ.
           PERFORM WRITE-CARHAR.
           IF WVAR = 0 ADD 1 TO CH-SIRA GO MAKBUZ-CARHAR-YAZ.
           CALL 'BAKIYGUN' USING CH-KAYIT
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'BAKIYGUN'.
           IF FK-KASA = ZEROS GO MAKBUZ-SAYAC.
      * gunluk ozet satiri (sira 0) ayni tutarla guncel tutulur
           MOVE BUGUN TO KS-TARIH.
           MOVE ZEROS TO KS-SIRA.
           READ KASA
              INVALID KEY
                 INITIALIZE KS-KAYIT
                 MOVE BUGUN TO KS-TARIH
                 MOVE ZEROS TO KS-SIRA
                 PERFORM WRITE-KASA.
           IF FK-TIP = 16
              ADD FK-MUTLAK TO KS-GELIR
           ELSE
              ADD FK-MUTLAK TO KS-GIDER
           END-IF.
           PERFORM REWRITE-KASA.
           INITIALIZE KS-KAYIT.
           MOVE BUGUN TO KS-TARIH.
           MOVE 99999 TO KS-SIRA.
           START KASA KEY IS NOT GREATER THAN KS-KEY
              INVALID KEY MOVE ZEROS TO KS-SIRA
              NOT INVALID KEY
                 READ KASA PREVIOUS
                    AT END MOVE ZEROS TO KS-SIRA
                    NOT AT END
                       IF KS-TARIH NOT = BUGUN
                          MOVE ZEROS TO KS-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO KS-SIRA.
           MOVE BUGUN TO KS-TARIH.
           MOVE FK-HESAPNO TO KS-HESAPNO.
           MOVE SY-DEPONO TO KS-DEPONO.
           MOVE FK-SEKIL TO KS-SEKILNO.
           MOVE FK-TIP TO KS-MTIP.
           MOVE FK-ACIKLAMA TO KS-ACIKLAMA.
           MOVE ZEROS TO KS-GELIR KS-GIDER.
           IF FK-TIP = 16
              MOVE FK-MUTLAK TO KS-GELIR
           ELSE
              MOVE FK-MUTLAK TO KS-GIDER
           END-IF.
           MOVE FK-EVRAKNO TO KS-MEVRAKNO.
           MOVE 1 TO KS-HESAPTURU.
           MOVE 'TL ' TO KS-DOVIZ.
           MOVE 1 TO KS-KUR.
           MOVE SPACES TO KS-MUTABAKAT.
       MAKBUZ-KASA-YAZ.
           PERFORM WRITE-KASA.
           IF WVAR = 0 ADD 1 TO KS-SIRA GO MAKBUZ-KASA-YAZ.
       MAKBUZ-SAYAC.
           MOVE FK-TIP TO DX-TIP.
           MOVE SY-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           CLOSE MAKBUZ CARHAR KASA.
       MAKBUZ-YAZ-SON.

      * gun sonu sayimi yalniz bugun icin girilir: defter
      * miktari guncel depo bakiyesidir
       GUN-SONU.
           PERFORM ARAC-AL THRU ARAC-AL-SON.
           IF ARAC-VAR = ZEROS GO GUN-SONU-SON.
           MOVE BUGUN TO E-TARIH.
           PERFORM OZET-OKU THRU OZET-OKU-SON.
           IF OZET-VAR = 1 AND SG-KAPALI
              MOVE 'BUGUNUN GUN SONU KAPATILMIS !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GUN-SONU-SON.
           DISPLAY 'HAZIRLANIYOR...' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM SAYIM-HAZIRLA THRU SAYIM-HAZIRLA-SON.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM SAYIM-GIR THRU SAYIM-GIR-SON.
           PERFORM KASA-GIR THRU KASA-GIR-SON.
       GUN-SONU-SON.

       OZET-OKU.
           MOVE ZEROS TO OZET-VAR.
           MOVE SY-DEPONO TO SG-DEPONO.
           MOVE E-TARIH TO SG-TARIH.
           MOVE ZEROS TO SG-KATNO.
           MOVE SPACES TO SG-STNO.
           READ SEYGUN INVALID KEY GO OZET-OKU-SON.
           MOVE 1 TO OZET-VAR.
       OZET-OKU-SON.

      * arac deposunun bu yilki butun hareketleri taranir;
      * bakiyesi ya da bugun hareketi olan her stok icin defter
      * miktari yazilir, daha once girilen sayim korunur.
      * beklenen kasa ve cek gunun makbuzlarindan toplanir
       SAYIM-HAZIRLA.
           MOVE ZEROS TO KR-VAR.
           MOVE LOW-VALUES TO STA-KEY.
           START STOKADET KEY IS NOT LESS THAN STA-KEY
              INVALID KEY GO SAYIM-HAZIRLA-BITTI.
       SAYIM-HAZIRLA-OKU.
           READ STOKADET NEXT AT END GO SAYIM-HAZIRLA-BITTI.
           IF STA-DEPONO NOT = SY-DEPONO OR STA-YIL NOT = E-YIL
              GO SAYIM-HAZIRLA-OKU.
           IF KR-VAR = 1
              IF STA-KATNO NOT = KR-KATNO OR STA-STNO NOT = KR-STNO
                 PERFORM STOK-SATIR-YAZ THRU STOK-SATIR-YAZ-SON
              END-IF
           END-IF.
           IF KR-VAR = ZEROS
              MOVE 1 TO KR-VAR
              MOVE STA-KATNO TO KR-KATNO
              MOVE STA-STNO TO KR-STNO
              MOVE ZEROS TO KR-BAKIYE KR-YUK KR-SAT KR-DIGER
                 KR-HAREKET
           END-IF.
           COMPUTE KR-BAKIYE = KR-BAKIYE + STA-GIR - STA-CIK.
           IF STA-SIRA = ZEROS OR STA-AY NOT = E-AY
              OR STA-GUN NOT = E-GUN
              GO SAYIM-HAZIRLA-OKU.
           MOVE 1 TO KR-HAREKET.
           EVALUATE TRUE
            WHEN STA-TIP = 5 AND STA-GIR > ZEROS
               ADD STA-GIR TO KR-YUK
            WHEN STA-TIP = 3
               ADD STA-CIK TO KR-SAT
            WHEN OTHER
               COMPUTE KR-DIGER = KR-DIGER + STA-GIR - STA-CIK
           END-EVALUATE.
           GO SAYIM-HAZIRLA-OKU.
       SAYIM-HAZIRLA-BITTI.
           IF KR-VAR = 1
              PERFORM STOK-SATIR-YAZ THRU STOK-SATIR-YAZ-SON.
           PERFORM TAHSILAT-TOPLA THRU TAHSILAT-TOPLA-SON.
           PERFORM OZET-OKU THRU OZET-OKU-SON.
           IF OZET-VAR = ZEROS
              INITIALIZE SG-KAYIT
              MOVE SY-DEPONO TO SG-DEPONO
              MOVE E-TARIH TO SG-TARIH
              MOVE ZEROS TO SG-KATNO
              MOVE SPACES TO SG-STNO.
           MOVE OZ-NAKIT TO SG-NAKIT-BEK.
           MOVE OZ-CEK TO SG-CEK-BEK.
           MOVE OZ-DIGER TO SG-DIGER-TAH.
           MOVE 'A' TO SG-DURUM.
           MOVE OT-KULLANICI-ADI TO SG-KULLANICI.
           IF OZET-VAR = ZEROS
              PERFORM WRITE-SEYGUN
           ELSE
              PERFORM REWRITE-SEYGUN
           END-IF.
       SAYIM-HAZIRLA-SON.

      * yeni satirda sayim defter miktariyla baslar
       STOK-SATIR-YAZ.
           MOVE ZEROS TO KR-VAR.
           IF KR-BAKIYE = ZEROS AND KR-HAREKET = ZEROS
              GO STOK-SATIR-YAZ-SON.
           MOVE KR-KATNO TO ST-KATNO.
           MOVE KR-STNO TO ST-STNO.
           READ STOK INVALID KEY MOVE ZEROS TO ST-MALIYET.
           MOVE SY-DEPONO TO SG-DEPONO.
           MOVE E-TARIH TO SG-TARIH.
           MOVE KR-KATNO TO SG-KATNO.
           MOVE KR-STNO TO SG-STNO.
           MOVE ZEROS TO YENI-SATIR.
           READ SEYGUN INVALID KEY MOVE 1 TO YENI-SATIR.
           IF YENI-SATIR = 1
              INITIALIZE SG-KAYIT
              MOVE SY-DEPONO TO SG-DEPONO
              MOVE E-TARIH TO SG-TARIH
              MOVE KR-KATNO TO SG-KATNO
              MOVE KR-STNO TO SG-STNO
              IF KR-BAKIYE > ZEROS
                 MOVE KR-BAKIYE TO SG-SAYILAN
              END-IF
           END-IF.
           MOVE KR-YUK TO SG-YUKLENEN.
           MOVE KR-SAT TO SG-SATILAN.
           MOVE KR-DIGER TO SG-DIGER.
           MOVE KR-BAKIYE TO SG-BEKLENEN.
           MOVE ST-MALIYET TO SG-MALIYET.
           COMPUTE SG-FARK = SG-SAYILAN - SG-BEKLENEN.
           MOVE 'A' TO SG-DURUM.
           IF YENI-SATIR = 1
              PERFORM WRITE-SEYGUN
           ELSE
              PERFORM REWRITE-SEYGUN
           END-IF.
       STOK-SATIR-YAZ-SON.

      * makbuz tipi tek hane tutulur: 6 tahsilat, 7 tediye
       TAHSILAT-TOPLA.
           MOVE ZEROS TO OZ-NAKIT OZ-CEK OZ-DIGER.
           OPEN INPUT MAKBUZ.
           MOVE SPACES TO MK-EVRAKNO.
           START MAKBUZ KEY IS NOT LESS THAN MK-EVRAKNO
              INVALID KEY GO TAHSILAT-TOPLA-KAPAT.
       TAHSILAT-TOPLA-OKU.
           READ MAKBUZ NEXT AT END GO TAHSILAT-TOPLA-KAPAT.
           IF MK-DEPONO NOT = SY-DEPONO OR MK-TARIH NOT = E-TARIH
              GO TAHSILAT-TOPLA-OKU.
           MOVE MK-TUTAR TO FK-TUTAR.
           IF MK-TIP = 7
              COMPUTE FK-TUTAR = ZEROS - MK-TUTAR.
           EVALUATE TRUE
            WHEN MK-SEKILNO = SY-NAKIT-SEKIL
               ADD FK-TUTAR TO OZ-NAKIT
            WHEN SY-CEK-SEKIL NOT = ZEROS
               AND MK-SEKILNO = SY-CEK-SEKIL
               ADD FK-TUTAR TO OZ-CEK
            WHEN OTHER
               ADD FK-TUTAR TO OZ-DIGER
           END-EVALUATE.
           GO TAHSILAT-TOPLA-OKU.
       TAHSILAT-TOPLA-KAPAT.
           CLOSE MAKBUZ.
       TAHSILAT-TOPLA-SON.

       SAYIM-GIR.
           PERFORM SAYIM-BASLIK THRU SAYIM-BASLIK-SON.
           MOVE SY-DEPONO TO SG-DEPONO.
           MOVE E-TARIH TO SG-TARIH.
           MOVE ZEROS TO SG-KATNO.
           MOVE SPACES TO SG-STNO.
           START SEYGUN KEY IS GREATER THAN SG-KEY
              INVALID KEY GO SAYIM-GIR-SON.
       SAYIM-GIR-OKU.
           READ SEYGUN NEXT AT END GO SAYIM-GIR-SON.
           IF SG-DEPONO NOT = SY-DEPONO OR SG-TARIH NOT = E-TARIH
              GO SAYIM-GIR-SON.
           IF SATIR > 30
              PERFORM SAYIM-BASLIK THRU SAYIM-BASLIK-SON.
           MOVE SG-KATNO TO ST-KATNO.
           MOVE SG-STNO TO ST-STNO.
           READ STOK INVALID KEY MOVE SPACES TO ST-CINSI.
           DISPLAY SG-KATNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SG-STNO LINE SATIR POSITION 7
              ST-CINSI LINE SATIR POSITION 23 SIZE 18.
           MOVE SG-YUKLENEN TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 42
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-SATILAN TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 49
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-DIGER TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 56
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-BEKLENEN TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 63
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-SAYILAN TO E-SAYILAN.
           ACCEPT E-SAYILAN LINE SATIR POSITION 71 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SAYIM-GIR-SON.
           MOVE E-SAYILAN TO SG-SAYILAN.
           COMPUTE SG-FARK = SG-SAYILAN - SG-BEKLENEN.
           PERFORM REWRITE-SEYGUN.
           ADD 1 TO SATIR.
           GO SAYIM-GIR-OKU.
       SAYIM-GIR-SON.

       SAYIM-BASLIK.
           PERFORM VARYING SATIR FROM 6 BY 1 UNTIL SATIR > 31
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           DISPLAY 'KAT. STOK NO         CINSI' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'YUKLE  SATIS  DIGER DEFTER  SAYIM' LINE 6 POSITION 44.
           MOVE 7 TO SATIR.
       SAYIM-BASLIK-SON.

      * teslim edilen nakit ve cek girilir, farklar gosterilir
       KASA-GIR.
           PERFORM OZET-OKU THRU OZET-OKU-SON.
           IF OZET-VAR = ZEROS GO KASA-GIR-SON.
           PERFORM VARYING SATIR FROM 6 BY 1 UNTIL SATIR > 31
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           PERFORM OZET-GOSTER THRU OZET-GOSTER-SON.
           DISPLAY 'TESLIM EDILEN NAKIT :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-NAKIT-TES TO E-TUTAR.
           ACCEPT E-TUTAR LINE 14 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KASA-GIR-SON.
           MOVE E-TUTAR TO SG-NAKIT-TES.
           IF SY-CEK-SEKIL = ZEROS GO KASA-GIR-YAZ.
           DISPLAY 'TESLIM EDILEN CEK   :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-CEK-TES TO E-TUTAR.
           ACCEPT E-TUTAR LINE 15 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KASA-GIR-SON.
           MOVE E-TUTAR TO SG-CEK-TES.
       KASA-GIR-YAZ.
           PERFORM REWRITE-SEYGUN.
           PERFORM OZET-GOSTER THRU OZET-GOSTER-SON.
           DISPLAY 'SAYIM KAYDEDILDI - KAPATMAK ICIN F5'
              LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       KASA-GIR-SON.

      * ozet satiri okunmus olmalidir
       OZET-GOSTER.
           PERFORM FARK-TOPLA THRU FARK-TOPLA-SON.
           PERFORM OZET-OKU THRU OZET-OKU-SON.
           COMPUTE NAKIT-FARK = SG-NAKIT-TES - SG-NAKIT-BEK.
           COMPUTE CEK-FARK = SG-CEK-TES - SG-CEK-BEK.
           DISPLAY 'BEKLENEN' LINE 6 POSITION 25
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TESLIM' LINE 6 POSITION 44
              'FARK' LINE 6 POSITION 66
              'NAKIT' LINE 7 POSITION 2
              'CEK' LINE 8 POSITION 2
              'DIGER TAHSILAT' LINE 9 POSITION 2
              'STOK FARKI (KALEM)' LINE 10 POSITION 2.
           MOVE SG-NAKIT-BEK TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE 7 POSITION 19
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-NAKIT-TES TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE 7 POSITION 36
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE NAKIT-FARK TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE 7 POSITION 56
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-CEK-BEK TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE 8 POSITION 19
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-CEK-TES TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE 8 POSITION 36
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE CEK-FARK TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE 8 POSITION 56
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-DIGER-TAH TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE 9 POSITION 19
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE FARK-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE 10 POSITION 28
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE STOK-TUTAR TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE 10 POSITION 56
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       OZET-GOSTER-SON.

      * stok farki maliyetle degerlenir
       FARK-TOPLA.
           MOVE ZEROS TO FARK-SAY STOK-TUTAR.
           MOVE SY-DEPONO TO SG-DEPONO.
           MOVE E-TARIH TO SG-TARIH.
           MOVE ZEROS TO SG-KATNO.
           MOVE SPACES TO SG-STNO.
           START SEYGUN KEY IS GREATER THAN SG-KEY
              INVALID KEY GO FARK-TOPLA-SON.
       FARK-TOPLA-OKU.
           READ SEYGUN NEXT AT END GO FARK-TOPLA-SON.
           IF SG-DEPONO NOT = SY-DEPONO OR SG-TARIH NOT = E-TARIH
              GO FARK-TOPLA-SON.
           IF SG-FARK = ZEROS GO FARK-TOPLA-OKU.
           ADD 1 TO FARK-SAY.
           COMPUTE STOK-TUTAR ROUNDED =
              STOK-TUTAR + SG-FARK * SG-MALIYET.
           GO FARK-TOPLA-OKU.
       FARK-TOPLA-SON.

      * gun sonu kapama: sayimdan sonra satis olduysa defter
      * yeniden hesaplanir. fark varsa amir onayi istenir; stok
      * farki arac deposuna TIP 7 ile yazilir, kalan mal ana
      * depoya indirilir. kasa ve cek farki kasaya, stok
      * farkinin maliyet tutari yalniz cariye, hepsi plasiyerin
      * hesabina (eksik borc, fazla alacak) makbuzla yazilir
       GUN-KAPAT.
           PERFORM ARAC-AL THRU ARAC-AL-SON.
           IF ARAC-VAR = ZEROS GO GUN-KAPAT-SON.
           MOVE BUGUN TO E-TARIH.
           PERFORM OZET-OKU THRU OZET-OKU-SON.
           IF OZET-VAR = ZEROS
              MOVE 'ONCE GUN SONU SAYIMI GIRILMELI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GUN-KAPAT-SON.
           IF SG-KAPALI
              MOVE 'GUN SONU ZATEN KAPATILMIS !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GUN-KAPAT-SON.
           MOVE BU-YIL TO DNK-YIL.
           MOVE BU-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              MOVE 'DONEM KAPALI - KAPATILAMAZ !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GUN-KAPAT-SON.
           PERFORM SAYIM-HAZIRLA THRU SAYIM-HAZIRLA-SON.
           PERFORM OZET-GOSTER THRU OZET-GOSTER-SON.
           MOVE 'H' TO E-ONAY.
           DISPLAY 'GUN SONU KAPATILSIN MI (E/H) :' LINE 14
              POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-ONAY LINE 14 POSITION 33 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' GO GUN-KAPAT-SON.
           MOVE SPACES TO AMIR-ADI.
           IF FARK-SAY = ZEROS AND NAKIT-FARK = ZEROS
              AND CEK-FARK = ZEROS
              GO GUN-KAPAT-SAYAC.
           DISPLAY 'FARK VAR - AMIR ONAYI GEREKLI !!!'
              LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           PERFORM AMIR-ONAY THRU AMIR-ONAY-SON.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF ONAY-UYGUN = ZEROS
              MOVE 'AMIR ONAYI ALINAMADI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GUN-KAPAT-SON.
       GUN-KAPAT-SAYAC.
      * fark yazilacaksa makbuz sayaclari once denetlenir
           OPEN I-O AYAR.
           IF NAKIT-FARK = ZEROS AND CEK-FARK = ZEROS
              AND STOK-TUTAR = ZEROS
              GO GUN-KAPAT-STOK.
           MOVE 16 TO DX-TIP.
           MOVE SY-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-AL.
           IF AY-EVRAKNO NOT = SPACES
              MOVE 17 TO DX-TIP
              PERFORM NUMARA-AL.
           IF AY-EVRAKNO = SPACES
              CLOSE AYAR
              MOVE 'MAKBUZ EVRAK SAYACI BOS !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GUN-KAPAT-SON.
       GUN-KAPAT-STOK.
           PERFORM STOK-KAPAT THRU STOK-KAPAT-SON.
           MOVE SY-HESAPNO TO FK-HESAPNO.
           MOVE NAKIT-FARK TO FK-TUTAR.
           MOVE SY-NAKIT-SEKIL TO FK-SEKIL.
           MOVE 1 TO FK-KASA.
           MOVE SPACES TO FK-ACIKLAMA.
           STRING 'ARAC GUN SONU KASA FARKI ' SY-PLAKA
              DELIMITED BY SIZE INTO FK-ACIKLAMA.
           PERFORM MAKBUZ-YAZ THRU MAKBUZ-YAZ-SON.
           MOVE FK-EVRAKNO TO Y-EVRAKNO.
           MOVE CEK-FARK TO FK-TUTAR.
           MOVE SY-CEK-SEKIL TO FK-SEKIL.
           MOVE SPACES TO FK-ACIKLAMA.
           STRING 'ARAC GUN SONU CEK FARKI ' SY-PLAKA
              DELIMITED BY SIZE INTO FK-ACIKLAMA.
           PERFORM MAKBUZ-YAZ THRU MAKBUZ-YAZ-SON.
           MOVE FK-EVRAKNO TO L-NEDEN.
           MOVE STOK-TUTAR TO FK-TUTAR.
           MOVE ZEROS TO FK-SEKIL FK-KASA.
           MOVE SPACES TO FK-ACIKLAMA.
           STRING 'ARAC GUN SONU STOK FARKI ' SY-PLAKA
              DELIMITED BY SIZE INTO FK-ACIKLAMA.
           PERFORM MAKBUZ-YAZ THRU MAKBUZ-YAZ-SON.
           CLOSE AYAR.
           PERFORM OZET-OKU THRU OZET-OKU-SON.
           MOVE Y-EVRAKNO TO SG-NAKIT-MAKBUZ.
           MOVE L-NEDEN TO SG-CEK-MAKBUZ.
           MOVE FK-EVRAKNO TO SG-STOK-MAKBUZ.
           MOVE STOK-TUTAR TO SG-STOK-TUTAR.
           MOVE AMIR-ADI TO SG-ONAYLAYAN.
           MOVE OT-KULLANICI-ADI TO SG-KULLANICI.
           MOVE 'K' TO SG-DURUM.
           PERFORM REWRITE-SEYGUN.
           DISPLAY 'GUN SONU KAPATILDI' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       GUN-KAPAT-SON.

       STOK-KAPAT.
           MOVE SY-DEPONO TO SG-DEPONO.
           MOVE E-TARIH TO SG-TARIH.
           MOVE ZEROS TO SG-KATNO.
           MOVE SPACES TO SG-STNO.
           START SEYGUN KEY IS GREATER THAN SG-KEY
              INVALID KEY GO STOK-KAPAT-SON.
       STOK-KAPAT-OKU.
           READ SEYGUN NEXT AT END GO STOK-KAPAT-SON.
           IF SG-DEPONO NOT = SY-DEPONO OR SG-TARIH NOT = E-TARIH
              GO STOK-KAPAT-SON.
           MOVE SG-KATNO TO AD-KATNO.
           MOVE SG-STNO TO AD-STNO.
           IF SG-FARK = ZEROS GO STOK-KAPAT-INDIR.
           MOVE SY-DEPONO TO AD-DEPONO.
           MOVE 7 TO AD-TIP.
           MOVE 1 TO AD-STOK.
           MOVE ZEROS TO AD-GIR AD-CIK.
           IF SG-FARK > ZEROS
              MOVE SG-FARK TO AD-GIR
           ELSE
              COMPUTE AD-CIK = ZEROS - SG-FARK
           END-IF.
           PERFORM AD-YAZ THRU AD-YAZ-SON.
       STOK-KAPAT-INDIR.
           IF SG-SAYILAN = ZEROS GO STOK-KAPAT-OKU.
           MOVE 5 TO AD-TIP.
           MOVE ZEROS TO AD-STOK AD-GIR.
           MOVE SY-DEPONO TO AD-DEPONO.
           MOVE SG-SAYILAN TO AD-CIK.
           PERFORM AD-YAZ THRU AD-YAZ-SON.
           MOVE SY-ANADEPO TO AD-DEPONO.
           MOVE ZEROS TO AD-CIK.
           MOVE SG-SAYILAN TO AD-GIR.
           PERFORM AD-YAZ THRU AD-YAZ-SON.
           GO STOK-KAPAT-OKU.
       STOK-KAPAT-SON.

       AMIR-ONAY.
           MOVE ZEROS TO ONAY-UYGUN.
           MOVE SPACES TO AMIR-ADI AMIR-PASS.
           DISPLAY 'AMIR:' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 60.
           ACCEPT AMIR-ADI LINE 32 POSITION 8 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT AMIR-PASS LINE 32 POSITION 30 OFF
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF AMIR-ADI = SPACES GO AMIR-ONAY-SON.
           OPEN INPUT USERS.
           MOVE AMIR-ADI TO US-NAME.
           READ USERS
              INVALID KEY
                 CLOSE USERS
                 GO AMIR-ONAY-SON.
           CLOSE USERS.
           IF US-KILITLI GO AMIR-ONAY-SON.
           MOVE AMIR-PASS TO SF-GIRILEN.
           PERFORM SIFRE-DOGRULA THRU SIFRE-DOGRULA-SON.
           IF SF-DOGRU = 0 GO AMIR-ONAY-SON.
           IF US-ACTIVE = '0' GO AMIR-ONAY-SON.
           MOVE 1 TO ONAY-UYGUN.
       AMIR-ONAY-SON.

      * gunluk arac fisi: stok satirlari, gunun makbuzlari ve
      * kasa/cek/stok farklari ekranda ve csv de ('ARACG')
       GUN-FISI.
           PERFORM ARAC-AL THRU ARAC-AL-SON.
           IF ARAC-VAR = ZEROS GO GUN-FISI-SON.
           MOVE BUGUN TO E-TARIH.
           DISPLAY 'TARIH        :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 5 POSITION 19 '/' LINE 5 POSITION 22.
           ACCEPT E-GUN LINE 5 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-AY LINE 5 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 5 POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GUN-FISI-SON.
           PERFORM OZET-OKU THRU OZET-OKU-SON.
           IF OZET-VAR = ZEROS
              MOVE 'BU TARIHTE GUN SONU YOK !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GUN-FISI-SON.
           MOVE 'ACIK' TO DURUM-ADI.
           IF SG-KAPALI MOVE 'KAPALI' TO DURUM-ADI.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'ARACG' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING 'ARAC GUN SONU FISI;' SY-DEPONO ';' DP-ADI ';'
              SY-PLAKA ';' SY-PLNO ';' PL-ADI ';'
              E-GUN '/' E-AY '/' E-YIL ';' DURUM-ADI
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE 'KATNO;STOK NO;CINSI;YUKLENEN;SATILAN;DIGER;DEFTER;SAYIL
      -       'AN;FARK;MALIYET' TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           PERFORM FIS-BASLIK THRU FIS-BASLIK-SON.
           MOVE SY-DEPONO TO SG-DEPONO.
           MOVE E-TARIH TO SG-TARIH.
           MOVE ZEROS TO SG-KATNO.
           MOVE SPACES TO SG-STNO.
           START SEYGUN KEY IS GREATER THAN SG-KEY
              INVALID KEY GO GUN-FISI-MAKBUZ.
       GUN-FISI-OKU.
           READ SEYGUN NEXT AT END GO GUN-FISI-MAKBUZ.
           IF SG-DEPONO NOT = SY-DEPONO OR SG-TARIH NOT = E-TARIH
              GO GUN-FISI-MAKBUZ.
           MOVE SG-KATNO TO ST-KATNO.
           MOVE SG-STNO TO ST-STNO.
           READ STOK INVALID KEY MOVE SPACES TO ST-CINSI.
           MOVE SG-MALIYET TO Z-MALIYET.
           MOVE SG-YUKLENEN TO FZ-YUK.
           MOVE SG-SATILAN TO FZ-SAT.
           MOVE SG-DIGER TO FZ-DIGER.
           MOVE SG-BEKLENEN TO FZ-DEFTER.
           MOVE SG-SAYILAN TO FZ-SAYIM.
           MOVE SG-FARK TO FZ-FARK.
           MOVE SPACES TO RAPOR-SATIR.
           STRING SG-KATNO ';' SG-STNO ';' ST-CINSI ';'
              FZ-YUK ';' FZ-SAT ';' FZ-DIGER ';' FZ-DEFTER ';'
              FZ-SAYIM ';' FZ-FARK ';' Z-MALIYET
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           IF SATIR > 31 GO GUN-FISI-OKU.
           DISPLAY SG-KATNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SG-STNO LINE SATIR POSITION 7
              ST-CINSI LINE SATIR POSITION 23 SIZE 18.
           MOVE SG-YUKLENEN TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 42
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-SATILAN TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 49
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-BEKLENEN TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 56
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-SAYILAN TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 63
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SG-FARK TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 70
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO GUN-FISI-OKU.
       GUN-FISI-MAKBUZ.
           MOVE 'MAKBUZ;EVRAK NO;HESAP NO;SEKIL;TUTAR' TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           OPEN INPUT MAKBUZ.
           MOVE SPACES TO MK-EVRAKNO.
           START MAKBUZ KEY IS NOT LESS THAN MK-EVRAKNO
              INVALID KEY GO GUN-FISI-OZET.
       GUN-FISI-MAKBUZ-OKU.
           READ MAKBUZ NEXT AT END GO GUN-FISI-OZET.
           IF MK-DEPONO NOT = SY-DEPONO OR MK-TARIH NOT = E-TARIH
              GO GUN-FISI-MAKBUZ-OKU.
           MOVE MK-TUTAR TO YZ-TUTAR.
           IF MK-TIP = 7
              COMPUTE FK-TUTAR = ZEROS - MK-TUTAR
              MOVE FK-TUTAR TO YZ-TUTAR.
           MOVE MK-SEKILNO TO OD-NO.
           READ ODEME INVALID KEY MOVE SPACES TO OD-ADI.
           MOVE SPACES TO RAPOR-SATIR.
           STRING 'MAKBUZ;' MK-EVRAKNO ';' MK-HESAPNO ';'
              OD-ADI ';' YZ-TUTAR DELIMITED BY SIZE
              INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           GO GUN-FISI-MAKBUZ-OKU.
       GUN-FISI-OZET.
           CLOSE MAKBUZ.
           IF SATIR > 31
              DISPLAY 'DEVAM ICIN TUS' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ACCEPT F FROM ESCAPE KEY.
           PERFORM VARYING SATIR FROM 6 BY 1 UNTIL SATIR > 31
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           PERFORM OZET-GOSTER THRU OZET-GOSTER-SON.
           MOVE 'OZET;BEKLENEN;TESLIM;FARK' TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE SG-NAKIT-BEK TO FZ-BEK.
           MOVE SG-NAKIT-TES TO FZ-TES.
           MOVE NAKIT-FARK TO FZ-TUTAR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING 'NAKIT;' FZ-BEK ';' FZ-TES ';' FZ-TUTAR
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE SG-CEK-BEK TO FZ-BEK.
           MOVE SG-CEK-TES TO FZ-TES.
           MOVE CEK-FARK TO FZ-TUTAR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING 'CEK;' FZ-BEK ';' FZ-TES ';' FZ-TUTAR
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE SPACES TO RAPOR-SATIR.
           MOVE SG-DIGER-TAH TO YZ-TUTAR.
           STRING 'DIGER TAHSILAT;' YZ-TUTAR DELIMITED BY SIZE
              INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE SPACES TO RAPOR-SATIR.
           MOVE FARK-SAY TO Z-SAYI.
           MOVE STOK-TUTAR TO YZ-TUTAR.
           STRING 'STOK FARKI;' Z-SAYI ';;' YZ-TUTAR
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING 'ONAY;' SG-KULLANICI ';' SG-ONAYLAYAN ';'
              SG-NAKIT-MAKBUZ ';' SG-CEK-MAKBUZ ';' SG-STOK-MAKBUZ
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           CLOSE RAPOR.
           DISPLAY 'DURUM:' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              DURUM-ADI LINE 12 POSITION 9
              'ONAYLAYAN:' LINE 12 POSITION 20
              SG-ONAYLAYAN LINE 12 POSITION 31
              'RAPOR:' LINE 14 POSITION 2
              CSV-DOSYA LINE 14 POSITION 9.
       GUN-FISI-SON.

       FIS-BASLIK.
           PERFORM VARYING SATIR FROM 6 BY 1 UNTIL SATIR > 31
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           DISPLAY 'KAT. STOK NO         CINSI' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'YUKLE  SATIS DEFTER  SAYIM   FARK' LINE 6 POSITION 44.
           MOVE 7 TO SATIR.
       FIS-BASLIK-SON.

      * virgul ondalik, nokta binlik ayracidir; eksi isaret
      * tutari ters cevirir
       TUTAR-COZ.
           MOVE ZEROS TO TC-TUTAR TC-KURUS TC-EKSI.
           MOVE 1 TO TC-I.
       TUTAR-COZ-TARA.
           IF TC-I > 40 GO TUTAR-COZ-BITTI.
           IF TC-ALAN(TC-I:1) = '-'
              MOVE 1 TO TC-EKSI
              ADD 1 TO TC-I GO TUTAR-COZ-TARA.
           IF TC-ALAN(TC-I:1) = ','
              MOVE 1 TO TC-KURUS
              ADD 1 TO TC-I GO TUTAR-COZ-TARA.
           IF TC-ALAN(TC-I:1) = '.'
              ADD 1 TO TC-I GO TUTAR-COZ-TARA.
           IF TC-ALAN(TC-I:1) NOT NUMERIC
              IF TC-TUTAR = ZEROS AND TC-KURUS = ZEROS
                 ADD 1 TO TC-I GO TUTAR-COZ-TARA
              ELSE
                 GO TUTAR-COZ-BITTI
              END-IF.
           IF TC-KURUS > 3 GO TUTAR-COZ-BITTI.
           MOVE TC-ALAN(TC-I:1) TO TC-D.
           EVALUATE TC-KURUS
            WHEN 0 COMPUTE TC-TUTAR = TC-TUTAR * 10 + TC-D
            WHEN 1 COMPUTE TC-TUTAR = TC-TUTAR + TC-D / 10
            WHEN 2 COMPUTE TC-TUTAR = TC-TUTAR + TC-D / 100
            WHEN OTHER COMPUTE TC-TUTAR = TC-TUTAR + TC-D / 1000
           END-EVALUATE.
           IF TC-KURUS NOT = ZEROS ADD 1 TO TC-KURUS.
           ADD 1 TO TC-I.
           GO TUTAR-COZ-TARA.
       TUTAR-COZ-BITTI.
           IF TC-EKSI = 1
              COMPUTE TC-TUTAR = ZEROS - TC-TUTAR.
       TUTAR-COZ-SON.

       copy 'kdv.per'.
       copy 'donem.per'.
       copy 'numara.per'.
       copy 'toplam.per'.
       copy 'niyet.per'.
       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==SEYYAR==
                                  "%T%"  BY "SEYYAR"
                                 ==%R%== BY ==SY-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==SEYGUN==
                                  "%T%"  BY "SEYGUN"
                                 ==%R%== BY ==SG-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==STOK==
                                  "%T%"  BY "STOK"
                                 ==%R%== BY ==ST-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==STOKADET==
                                  "%T%"  BY "STOKADET"
                                 ==%R%== BY ==STA-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-SICIL==
                                  "%T%"  BY "HAREKET-SICIL"
                                 ==%R%== BY ==HS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-DETAY==
                                  "%T%"  BY "HAREKET-DETAY"
                                 ==%R%== BY ==HD-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-INDEX==
                                  "%T%"  BY "HAREKET-INDEX"
                                 ==%R%== BY ==HIDX-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==MAKBUZ==
                                  "%T%"  BY "MAKBUZ"
                                 ==%R%== BY ==MK-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==CARHAR==
                                  "%T%"  BY "CARHAR"
                                 ==%R%== BY ==CH-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==KASA==
                                  "%T%"  BY "KASA"
                                 ==%R%== BY ==KS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy 'sifre.per'.
       copy 'stayadet.per'.
       copy 'staysat.per'.
