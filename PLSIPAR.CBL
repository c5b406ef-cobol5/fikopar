       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'PLSIPAR'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'plasiyer.cpy'.
       copy 'plsip.cpy'.
       copy 'pllog.cpy'.
       copy 'sicil.cpy'.
       copy 'stok.cpy'.
       copy 'siparis.cpy'.
       copy 'sipdet.cpy'.
       copy 'bekleyen.cpy'.
       copy 'marj.cpy'.
       copy 'marjlog.cpy'.
       copy 'users.cpy'.
       copy 'ayar.cpy'.
       copy 'oturum.cpy'.
            SELECT ICERI ASSIGN TO DISK, ICERI-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT DISARI ASSIGN TO DISK, DISARI-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
       DATA DIVISION.
       FILE SECTION.
       copy 'plasiyer.cpz'.
       copy 'plsip.cpz'.
       copy 'pllog.cpz'.
       copy 'sicil.cpz'.
       copy 'stok.cpz'.
       copy 'siparis.cpz'.
       copy 'sipdet.cpz'.
       copy 'bekleyen.cpz'.
       copy 'marj.cpz'.
       copy 'marjlog.cpz'.
       copy 'users.cpz'.
       copy 'ayar.cpz'.
       copy 'oturum.cpz'.
       FD ICERI.
       01 ICERI-SATIR                   PIC X(200).
       FD DISARI.
       01 DISARI-SATIR                  PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-PLNO            PIC 9999.
           02 E-ONAY            PIC X.
           02 E-SECIM           PIC 99.
           02 E-SIRA            PIC 9(5).
           02 ISLEM             PIC 9.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 SAAT              PIC 9(8).
           02 Z-SAYI            PIC ZZZZ9.
           02 Z-ADET            PIC Z(6)9,999.
           02 Z-FIYAT           PIC Z(7)9,99.
           02 YZ-TUTAR          PIC -------------,--.
           02 ISLEM-ADI         PIC X(8).
       77 OTOMATIK              PIC 9.
       01 ICERI-DOSYA.
           02 FILLER            PIC X(5) VALUE 'DATA\'.
           02 ID-AD             PIC X(20).
       01 DISARI-DOSYA.
           02 FILLER            PIC X(5) VALUE 'DATA\'.
           02 DD-AD             PIC X(20).
      * el terminali dosyasindaki bir satirin kolonlari
       01 KOLON-DEGIS.
           02 KOLON             PIC X(40) OCCURS 6 TIMES.
       01 COZ-DEGIS.
           02 TC-ALAN           PIC X(40).
           02 TC-I              PIC 99.
           02 TC-D              PIC 9.
           02 TC-KURUS          PIC 9.
           02 TC-EKSI           PIC 9.
           02 TC-TUTAR          PIC S9(11)V999.
       01 PLS-DEGIS.
           02 ONAYLI            PIC 9.
           02 SATIR-SAY         PIC 9(5).
           02 SIPARIS-SAY       PIC 9(5).
           02 INCELEME-SAY      PIC 9(5).
           02 AKTARILAN         PIC S9(13)V99.
           02 GRUP-KEY.
               03 GR-PLNO           PIC 9999.
               03 GR-HESAPNO        PIC X(15).
               03 GR-TARIH          PIC 9(8).
               03 GR-SAAT           PIC 9(8).
           02 GRUP-HATA         PIC 9.
           02 GRUP-SATIR        PIC 9(5).
           02 GRUP-TUTAR        PIC S9(13)V99.
           02 L-NEDEN           PIC X(30).
           02 NET-FIYAT         PIC 9(10)V9999.
           02 G-FIYAT           PIC 9(10)V9999.
           02 K-SONUC           PIC 9.
           02 REZ-ADET          PIC S9(12)V9999.
           02 ATP-ADET          PIC S9(12)V9999.
           02 EKSIK-ADET        PIC 9(9)V999.
           02 YENI-SIP          PIC X(15).
           02 Y-SIRA            PIC 9(5).
           02 BAKIYE            PIC S9(13)V99.
           02 X-ISARET          PIC X.
           02 X-LIRA            PIC 9(13).
           02 X-KURUS           PIC 99.
           02 X-TUTAR           PIC X(20).
           02 X-LIMIT           PIC X(20).
           02 MUSTERI-SAY       PIC 9(5).
       01 MARJ-DEGIS.
           02 MIN-MARJ          PIC 9(3)V99.
           02 SATIR-MARJ        PIC S9(5)V99.
           02 MARJ-UYGUN        PIC 9.
           02 AMIR-ADI          PIC X(20).
           02 AMIR-PASS         PIC X(20).
      * veri dosyasina fiyati yazilacak listeler (plasiyerin
      * musterilerinin kullandigi)
       01 LISTE-DEGIS.
           02 LT-SAYI           PIC 99.
           02 LT-I              PIC 99.
           02 LT-VAR            PIC 9.
           02 LT-NO             PIC 9999 OCCURS 20 TIMES.
      * inceleme ekraninda listelenen siparisler
       01 SECIM-DEGIS.
           02 GS-SAYI           PIC 99.
           02 GS-SATIR          PIC 9(5).
           02 GS-KEY            PIC X(35) OCCURS 25 TIMES.
       copy 'oturum.var'.
       copy 'numara.var'.
       copy 'sipbild.var'.
       copy 'status.cpy'.
       copy 'sifre.var'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
      * plasiyer el terminali siparisleri: plasiyerin gun sonu
      * dosyasi (DATA\PLSnnnn.TXT) satir satir okunur, her
      * musterinin satirlari elle girilen siparisle ayni
      * denetimlerden (anlasma iskontosu, asgari marj, KREDI)
      * gecerse SIPARIS/SIPDET e yazilir, eksik stok bekleyen
      * siparise duser. gecemeyen siparis incelemeye kalir.
      * sabah icin plasiyerin musterileri, bakiyeleri ve guncel
      * fiyatlar DATA\PLVnnnn.TXT dosyasina yazilir
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
      * gece toplu isinden /A (siparis al) ya da /G (veri
      * dosyasi gonder) parametresiyle butun plasiyerler icin
      * ekransiz kosar
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/G'
                 OR MAIN-ARGUMENT-VALUE(1:2) = '/A'
                 MOVE 1 TO OTOMATIK.
           PERFORM OTURUM-OKU.
           IF OTOMATIK = 1
              ACCEPT BUGUN FROM CENTURY-DATE
              MOVE ZEROS TO E-PLNO ONAYLI
              MOVE 1 TO ISLEM
              IF MAIN-ARGUMENT-VALUE(1:2) = '/G' MOVE 2 TO ISLEM
              END-IF
              PERFORM DOSYA-AC THRU DOSYA-AC-SON
              PERFORM PLASIYER-DOLAS THRU PLASIYER-DOLAS-SON
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
              ' PLASIYER EL TERMINALI SIPARISLERI ' LINE 2 POSITION 2.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM DOSYA-AC THRU DOSYA-AC-SON.
           PERFORM ANA-MENU THRU ANA-MENU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 MOVE 1 TO ISLEM
              PERFORM PLASIYER-CALISTIR THRU PLASIYER-CALISTIR-SON
              GO TUS.
           IF F = 2 MOVE 2 TO ISLEM
              PERFORM PLASIYER-CALISTIR THRU PLASIYER-CALISTIR-SON
              GO TUS.
           IF F = 3 PERFORM INCELEME THRU INCELEME-SON
              PERFORM ANA-MENU THRU ANA-MENU-SON
              GO TUS.
           IF F = 4 PERFORM LOG-LISTE THRU LOG-LISTE-SON
              GO TUS.
           GO TUS.
       STOP-PROGRAM.
           PERFORM DOSYA-KAPAT THRU DOSYA-KAPAT-SON.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
       CIKIS.
           EXIT PROGRAM.
           STOP RUN.

       ANA-MENU.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'SIPARIS AL' REVERSE
              ' F2 ' 'VERI DOSYASI' REVERSE
              ' F3 ' 'INCELEME' REVERSE
              ' F4 ' 'AKTARIM KAYDI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       ANA-MENU-SON.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

       DOSYA-AC.
           OPEN I-O PLSIP.
           IF ST-PLSIP = '35'
              CLOSE PLSIP
              OPEN OUTPUT PLSIP
              CLOSE PLSIP
              OPEN I-O PLSIP.
           OPEN I-O SIPARIS SIPDET BEKLEYEN.
           OPEN INPUT PLASIYER SICIL STOK MARJ.
       DOSYA-AC-SON.

       DOSYA-KAPAT.
           CLOSE PLSIP SIPARIS SIPDET BEKLEYEN.
           CLOSE PLASIYER SICIL STOK MARJ.
       DOSYA-KAPAT-SON.

      * 0 butun plasiyerler demektir
       PLASIYER-CALISTIR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'PLASIYER NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(0 = BUTUN PLASIYERLER)' LINE 4 POSITION 22.
           MOVE ZEROS TO E-PLNO ONAYLI.
           ACCEPT E-PLNO LINE 4 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO PLASIYER-CALISTIR-SON.
           IF ISLEM = 1
              DISPLAY 'PLS.  OKUNAN  SIPARIS  INCELEME           TUTAR'
                 LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              DISPLAY 'PLS.  MUSTERI  SATIR  DOSYA'
                 LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-IF.
           MOVE 7 TO SATIR.
           PERFORM PLASIYER-DOLAS THRU PLASIYER-DOLAS-SON.
       PLASIYER-CALISTIR-SON.

       PLASIYER-DOLAS.
           IF E-PLNO NOT = ZEROS
              MOVE E-PLNO TO PL-NO
              READ PLASIYER
                 INVALID KEY
                    DISPLAY 'PLASIYER BULUNAMADI !!!'
                       LINE 32 POSITION 2
                       CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    GO PLASIYER-DOLAS-SON
              END-READ
              PERFORM PLASIYER-ISLE THRU PLASIYER-ISLE-SON
              GO PLASIYER-DOLAS-SON.
           MOVE ZEROS TO PL-NO.
           START PLASIYER KEY IS NOT LESS THAN PL-NO
              INVALID KEY GO PLASIYER-DOLAS-SON.
       PLASIYER-DOLAS-OKU.
           READ PLASIYER NEXT AT END GO PLASIYER-DOLAS-SON.
           PERFORM PLASIYER-ISLE THRU PLASIYER-ISLE-SON.
           GO PLASIYER-DOLAS-OKU.
       PLASIYER-DOLAS-SON.

       PLASIYER-ISLE.
           MOVE ZEROS TO SATIR-SAY SIPARIS-SAY INCELEME-SAY
              AKTARILAN MUSTERI-SAY.
           IF ISLEM = 1
              PERFORM SIPARIS-AL THRU SIPARIS-AL-SON
           ELSE
              PERFORM VERI-GONDER THRU VERI-GONDER-SON
           END-IF.
           IF OTOMATIK = 1 OR SATIR > 31 GO PLASIYER-ISLE-SON.
      * toplu kosuda dosyasi olmayan plasiyer listelenmez
           IF ISLEM = 1 AND SATIR-SAY = ZEROS AND E-PLNO = ZEROS
              GO PLASIYER-ISLE-SON.
           DISPLAY PL-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF ISLEM = 2
              MOVE MUSTERI-SAY TO Z-SAYI
              DISPLAY Z-SAYI LINE SATIR POSITION 9
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MOVE SATIR-SAY TO Z-SAYI
              DISPLAY Z-SAYI LINE SATIR POSITION 15
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 DD-AD LINE SATIR POSITION 22
              ADD 1 TO SATIR
              GO PLASIYER-ISLE-SON.
           MOVE SATIR-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 9
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SIPARIS-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 17
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE INCELEME-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 26
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE AKTARILAN TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 35
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
       PLASIYER-ISLE-SON.

      * dosya satiri: HESAPNO;KATNO;STOKNO;ADET;FIYAT;PLASIYER NO
      * (ondalik virgul). katalog bos ise stok no barkod sayilir,
      * fiyat bos ise musterinin liste fiyati alinir. okunan dosya
      * bosaltilir - ayni dosya ikinci kez siparis acmaz
       SIPARIS-AL.
           MOVE SPACES TO ID-AD.
           STRING 'PLS' PL-NO '.TXT' DELIMITED BY SIZE INTO ID-AD.
           OPEN INPUT ICERI.
           IF ST-TEMPFILE NOT = '00'
              IF E-PLNO NOT = ZEROS AND OTOMATIK = ZEROS
                 DISPLAY 'SIPARIS DOSYASI BULUNAMADI: ' LINE 32
                    POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    ID-AD LINE 32 POSITION 31
              END-IF
              GO SIPARIS-AL-SON.
           ACCEPT SAAT FROM TIME.
       SIPARIS-AL-OKU.
           READ ICERI AT END GO SIPARIS-AL-KAPAT.
           IF ICERI-SATIR = SPACES GO SIPARIS-AL-OKU.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           GO SIPARIS-AL-OKU.
       SIPARIS-AL-KAPAT.
           CLOSE ICERI.
           IF SATIR-SAY = ZEROS GO SIPARIS-AL-SON.
           OPEN OUTPUT ICERI.
           CLOSE ICERI.
           PERFORM GRUP-DOLAS THRU GRUP-DOLAS-SON.
           MOVE PL-NO TO PG-PLNO.
           MOVE 'A' TO PG-ISLEM.
           MOVE ID-AD TO PG-DOSYA.
           MOVE SATIR-SAY TO PG-SATIR.
           MOVE SIPARIS-SAY TO PG-SIPARIS.
           MOVE INCELEME-SAY TO PG-INCELEME.
           MOVE AKTARILAN TO PG-TUTAR.
           MOVE 'GUN SONU SIPARIS AKTARIMI' TO PG-ACIKLAMA.
           PERFORM PLLOG-YAZ THRU PLLOG-YAZ-SON.
       SIPARIS-AL-SON.

      * satir bu aktarimin zaman damgasiyla bekleme dosyasina
      * yazilir. baska plasiyerin numarasini tasiyan satir
      * dogrudan incelemeye kalir
       SATIR-YAZ.
           MOVE SPACES TO KOLON-DEGIS.
           UNSTRING ICERI-SATIR DELIMITED BY ';'
              INTO KOLON(1) KOLON(2) KOLON(3) KOLON(4) KOLON(5)
                   KOLON(6)
           END-UNSTRING.
           ADD 1 TO SATIR-SAY.
           INITIALIZE PS-KAYIT.
           MOVE PL-NO TO PS-PLNO.
           MOVE KOLON(1) TO PS-HESAPNO.
           MOVE BUGUN TO PS-TARIH.
           MOVE SAAT TO PS-SAAT.
           MOVE SATIR-SAY TO PS-SIRA.
           MOVE KOLON(2) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           MOVE TC-TUTAR TO PS-KATNO.
           MOVE KOLON(3) TO PS-STNO.
           MOVE KOLON(4) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           IF TC-TUTAR > ZEROS MOVE TC-TUTAR TO PS-ADET.
           MOVE KOLON(5) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           IF TC-TUTAR > ZEROS MOVE TC-TUTAR TO PS-FIYAT.
           MOVE ID-AD TO PS-DOSYA.
           MOVE 'Y' TO PS-DURUM.
           IF KOLON(6) NOT = SPACES
              MOVE KOLON(6) TO TC-ALAN
              PERFORM TUTAR-COZ THRU TUTAR-COZ-SON
              IF TC-TUTAR NOT = PL-NO
                 MOVE 'R' TO PS-DURUM
                 MOVE 'PLASIYER NO FARKLI' TO PS-NEDEN
              END-IF
           END-IF.
           PERFORM WRITE-PLSIP.
       SATIR-YAZ-SON.

      * bu aktarimda gelen her musteri grubu ayri islenir
       GRUP-DOLAS.
           MOVE PL-NO TO PS-PLNO.
           MOVE SPACES TO PS-HESAPNO.
           MOVE ZEROS TO PS-TARIH PS-SAAT PS-SIRA.
           START PLSIP KEY IS NOT LESS THAN PS-KEY
              INVALID KEY GO GRUP-DOLAS-SON.
       GRUP-DOLAS-OKU.
           READ PLSIP NEXT AT END GO GRUP-DOLAS-SON.
           IF PS-PLNO NOT = PL-NO GO GRUP-DOLAS-SON.
           IF PS-TARIH NOT = BUGUN OR PS-SAAT NOT = SAAT
              GO GRUP-DOLAS-OKU.
           MOVE PS-KEY(1:35) TO GRUP-KEY.
           PERFORM GRUP-ISLE THRU GRUP-ISLE-SON.
           IF GRUP-HATA = ZEROS
              ADD 1 TO SIPARIS-SAY
              ADD GRUP-TUTAR TO AKTARILAN
           ELSE
              ADD 1 TO INCELEME-SAY
           END-IF.
      * grubun son satirindan sonrasina gecilir
           MOVE GRUP-KEY TO PS-KEY.
           MOVE 99999 TO PS-SIRA.
           START PLSIP KEY IS GREATER THAN PS-KEY
              INVALID KEY GO GRUP-DOLAS-SON.
           GO GRUP-DOLAS-OKU.
       GRUP-DOLAS-SON.

      * bir musterinin siparisi: musteri, satirlar ve kredi
      * denetlenir. ONAYLI 0 iken (aktarim) hic soru sorulmaz,
      * gecemeyen siparis incelemeye kalir; 1 iken (inceleme
      * ekrani) dusuk marj ve kredi asimi yetkili onayi ister
       GRUP-ISLE.
           MOVE ZEROS TO GRUP-HATA GRUP-TUTAR GRUP-SATIR.
           MOVE SPACES TO L-NEDEN.
           MOVE GR-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPNO.
           IF SC-HESAPNO = SPACES
              MOVE 'MUSTERI BULUNAMADI' TO L-NEDEN
           ELSE
              IF SC-KAPANDI
                 MOVE 'MUSTERI HESABI KAPALI' TO L-NEDEN
              ELSE
                 IF ONAYLI = ZEROS AND SC-PLKOD NOT = ZEROS
                    AND SC-PLKOD NOT = GR-PLNO
                    MOVE 'MUSTERI BASKA PLASIYERIN' TO L-NEDEN
                 END-IF
              END-IF
           END-IF.
           MOVE GRUP-KEY TO PS-KEY.
           MOVE ZEROS TO PS-SIRA.
           START PLSIP KEY IS NOT LESS THAN PS-KEY
              INVALID KEY MOVE 1 TO GRUP-HATA GO GRUP-ISLE-SON.
       GRUP-ISLE-OKU.
           READ PLSIP NEXT AT END GO GRUP-ISLE-KREDI.
           IF PS-KEY(1:35) NOT = GRUP-KEY GO GRUP-ISLE-KREDI.
           ADD 1 TO GRUP-SATIR.
           PERFORM SATIR-DENETLE THRU SATIR-DENETLE-SON.
           GO GRUP-ISLE-OKU.
       GRUP-ISLE-KREDI.
           IF GRUP-SATIR = ZEROS MOVE 1 TO GRUP-HATA.
           IF GRUP-HATA = 1 GO GRUP-ISLE-INCELEME.
           MOVE ZEROS TO K-SONUC.
           IF ONAYLI = ZEROS MOVE 9 TO K-SONUC.
           CALL 'KREDI' USING GR-HESAPNO GRUP-TUTAR K-SONUC.
           CANCEL 'KREDI'.
           IF K-SONUC = 1
              MOVE 1 TO GRUP-HATA
              MOVE 'KREDI LIMITI / HUKUKI TAKIP' TO L-NEDEN
              GO GRUP-ISLE-INCELEME.
           PERFORM SIPARIS-YAZ THRU SIPARIS-YAZ-SON.
           GO GRUP-ISLE-SON.
      * satirlar incelemeye alinir; kendi nedeni olmayan satira
      * siparisin nedeni yazilir
       GRUP-ISLE-INCELEME.
           MOVE GRUP-KEY TO PS-KEY.
           MOVE ZEROS TO PS-SIRA.
           START PLSIP KEY IS NOT LESS THAN PS-KEY
              INVALID KEY GO GRUP-ISLE-SON.
       GRUP-ISLE-ISARETLE.
           READ PLSIP NEXT AT END GO GRUP-ISLE-SON.
           IF PS-KEY(1:35) NOT = GRUP-KEY GO GRUP-ISLE-SON.
           MOVE 'R' TO PS-DURUM.
           IF PS-NEDEN = SPACES MOVE L-NEDEN TO PS-NEDEN.
           PERFORM REWRITE-PLSIP.
           GO GRUP-ISLE-ISARETLE.
       GRUP-ISLE-SON.

      * satir denetimi: stok, adet, fiyat (bos ise liste fiyati),
      * musterinin anlasma iskontosu ve asgari marj
       SATIR-DENETLE.
           IF ONAYLI = ZEROS AND PS-INCELEME
              MOVE 1 TO GRUP-HATA
              GO SATIR-DENETLE-SON.
           MOVE SPACES TO PS-NEDEN.
           MOVE ZEROS TO PS-ISK1 PS-ISK2.
           IF L-NEDEN NOT = SPACES
              MOVE L-NEDEN TO PS-NEDEN
              GO SATIR-DENETLE-YAZ.
           IF PS-KATNO = ZEROS
              MOVE SPACES TO ST-BARKOD
              MOVE PS-STNO TO ST-BARKOD
              READ STOK KEY IS ST-BARKOD
                 INVALID KEY MOVE SPACES TO ST-STNO
              END-READ
           ELSE
              MOVE PS-KATNO TO ST-KATNO
              MOVE PS-STNO TO ST-STNO
              READ STOK INVALID KEY MOVE SPACES TO ST-STNO
              END-READ
           END-IF.
           IF ST-STNO = SPACES
              MOVE 'STOK BULUNAMADI' TO PS-NEDEN
              GO SATIR-DENETLE-YAZ.
           MOVE ST-KATNO TO PS-KATNO.
           MOVE ST-STNO TO PS-STNO.
           IF PS-ADET = ZEROS
              MOVE 'ADET HATALI' TO PS-NEDEN
              GO SATIR-DENETLE-YAZ.
           IF PS-FIYAT = ZEROS
              CALL 'FIYATBUL' USING SC-LISTENO ST-KATNO ST-STNO
                                    BUGUN G-FIYAT
              CANCEL 'FIYATBUL'
              MOVE G-FIYAT TO PS-FIYAT.
           IF PS-FIYAT = ZEROS
              MOVE 'FIYAT BULUNAMADI' TO PS-NEDEN
              GO SATIR-DENETLE-YAZ.
           CALL 'ANLASBUL' USING GR-HESAPNO ST-KATNO ST-STNO
              BUGUN PS-ISK1 PS-ISK2.
           CANCEL 'ANLASBUL'.
           COMPUTE NET-FIYAT = PS-FIYAT
              * (1 - PS-ISK1 / 100)
              * (1 - PS-ISK2 / 100).
           PERFORM MARJ-KONTROL THRU MARJ-KONTROL-SON.
           IF MARJ-UYGUN = ZEROS
              MOVE 'ASGARI MARJIN ALTINDA' TO PS-NEDEN
              GO SATIR-DENETLE-YAZ.
           COMPUTE GRUP-TUTAR ROUNDED =
              GRUP-TUTAR + PS-ADET * NET-FIYAT.
       SATIR-DENETLE-YAZ.
           IF PS-NEDEN NOT = SPACES MOVE 1 TO GRUP-HATA.
           PERFORM REWRITE-PLSIP.
       SATIR-DENETLE-SON.

       MARJ-KONTROL.
           MOVE 1 TO MARJ-UYGUN.
           IF ST-MALIYET = ZEROS GO MARJ-KONTROL-SON.
           PERFORM MARJ-MIN-BUL THRU MARJ-MIN-BUL-SON.
           IF MIN-MARJ = ZEROS GO MARJ-KONTROL-SON.
           COMPUTE SATIR-MARJ ROUNDED =
              (NET-FIYAT - ST-MALIYET) * 100 / ST-MALIYET.
           IF SATIR-MARJ NOT < MIN-MARJ GO MARJ-KONTROL-SON.
           MOVE ZEROS TO MARJ-UYGUN.
           IF ONAYLI = ZEROS GO MARJ-KONTROL-SON.
           DISPLAY 'MARJ DUSUK - AMIR ONAYI GEREKLI !!!'
              LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              PS-STNO LINE 31 POSITION 40.
           PERFORM AMIR-ONAY THRU AMIR-ONAY-SON.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF MARJ-UYGUN = 1
              PERFORM MARJLOG-YAZ THRU MARJLOG-YAZ-SON.
       MARJ-KONTROL-SON.

      * once marka, sonra katalog, sonra genel asgari marj
       MARJ-MIN-BUL.
           MOVE ZEROS TO MIN-MARJ.
           MOVE 1 TO MJ-TUR.
           MOVE ST-MARKA TO MJ-ANAHTAR.
           READ MARJ
              NOT INVALID KEY
                 MOVE MJ-MIN-MARJ TO MIN-MARJ
                 GO MARJ-MIN-BUL-SON.
           MOVE 2 TO MJ-TUR.
           MOVE SPACES TO MJ-ANAHTAR.
           MOVE ST-KATNO TO MJ-ANAHTAR(1:4).
           READ MARJ
              NOT INVALID KEY
                 MOVE MJ-MIN-MARJ TO MIN-MARJ
                 GO MARJ-MIN-BUL-SON.
           MOVE ZEROS TO MJ-TUR.
           MOVE SPACES TO MJ-ANAHTAR.
           READ MARJ
              NOT INVALID KEY
                 MOVE MJ-MIN-MARJ TO MIN-MARJ.
       MARJ-MIN-BUL-SON.

       AMIR-ONAY.
           MOVE ZEROS TO MARJ-UYGUN.
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
           MOVE 1 TO MARJ-UYGUN.
       AMIR-ONAY-SON.

       MARJLOG-YAZ.
           OPEN I-O MARJLOG.
           MOVE BUGUN TO ML-TARIH.
           ACCEPT ML-SAAT FROM TIME.
           MOVE 1 TO ML-SIRA.
           MOVE OT-KULLANICI-ADI TO ML-KULLANICI.
           MOVE AMIR-ADI TO ML-ONAYLAYAN.
           MOVE GR-HESAPNO TO ML-HESAPNO.
           MOVE ST-KATNO TO ML-KATNO.
           MOVE ST-STNO TO ML-STNO.
           MOVE NET-FIYAT TO ML-FIYAT.
           MOVE ST-MALIYET TO ML-MALIYET.
           MOVE SATIR-MARJ TO ML-MARJ.
       MARJLOG-YAZ-DENE.
           PERFORM WRITE-MARJLOG.
           IF WVAR = 0 ADD 1 TO ML-SIRA GO MARJLOG-YAZ-DENE.
           CLOSE MARJLOG.
       MARJLOG-YAZ-SON.

      * plasiyer siparisi kendi sayacindan (AYAR TIP 47) numara
      * alir, kanal PLS, yetkili plasiyerin adidir (PL-KAYIT
      * siparisin plasiyerinde olmali). satirlar
      * anlasmali net fiyatla yazilip bekleme dosyasindan silinir
       SIPARIS-YAZ.
           PERFORM NUMARA-URET THRU NUMARA-URET-SON.
           MOVE YENI-SIP TO SIP-EVRAKNO.
           MOVE BUGUN TO SIP-TARIH.
           MOVE SC-HESAPNO TO SIP-HESAPNO.
           MOVE SC-HESAPADI TO SIP-HESAPADI.
           MOVE PL-ADI TO SIP-YETKILI.
           MOVE 'PLS' TO SIP-KANAL.
           MOVE GRUP-TUTAR TO SIP-TUTAR.
           PERFORM WRITE-SIPARIS.
           MOVE 1 TO BI-OLAY.
           MOVE SIP-HESAPNO TO BI-HESAPNO.
           MOVE SIP-EVRAKNO TO BI-SIPARISNO.
           MOVE SPACES TO BI-TAKIPNO.
           CALL 'SIPBILD' USING BI-ISTEK.
           CANCEL 'SIPBILD'.
           MOVE ZEROS TO Y-SIRA.
           MOVE GRUP-KEY TO PS-KEY.
           MOVE ZEROS TO PS-SIRA.
           START PLSIP KEY IS NOT LESS THAN PS-KEY
              INVALID KEY GO SIPARIS-YAZ-SON.
       SIPARIS-YAZ-OKU.
           READ PLSIP NEXT AT END GO SIPARIS-YAZ-SON.
           IF PS-KEY(1:35) NOT = GRUP-KEY GO SIPARIS-YAZ-SON.
           MOVE PS-KATNO TO ST-KATNO.
           MOVE PS-STNO TO ST-STNO.
           READ STOK INVALID KEY MOVE SPACES TO ST-CINSI.
           ADD 1 TO Y-SIRA.
           MOVE YENI-SIP TO SD-EVRAKNO.
           MOVE Y-SIRA TO SD-SIRA.
           MOVE PS-KATNO TO SD-KATNO.
           MOVE PS-STNO TO SD-STNO.
           MOVE ST-CINSI TO SD-CINSI.
           MOVE 1 TO SD-DEPONO.
           MOVE PS-ADET TO SD-ADET.
           MOVE ZEROS TO SD-TESLIM.
           COMPUTE SD-FIYAT = PS-FIYAT
              * (1 - PS-ISK1 / 100)
              * (1 - PS-ISK2 / 100).
           PERFORM WRITE-SIPDET.
      * satilabilir stok siparisi karsilamiyorsa eksik kalan
      * miktar bekleyen siparis dosyasina yazilir
           PERFORM BEKLEYEN-KONTROL THRU BEKLEYEN-KONTROL-SON.
           PERFORM DELETE-PLSIP.
           GO SIPARIS-YAZ-OKU.
       SIPARIS-YAZ-SON.

       BEKLEYEN-KONTROL.
           MOVE SD-KATNO TO ST-KATNO.
           MOVE SD-STNO TO ST-STNO.
           READ STOK INVALID KEY GO BEKLEYEN-KONTROL-SON.
           CALL 'REZBUL' USING SD-KATNO SD-STNO 0 REZ-ADET.
           CANCEL 'REZBUL'.
           COMPUTE ATP-ADET = ST-BAKIYE - REZ-ADET.
           IF ATP-ADET NOT < ZEROS GO BEKLEYEN-KONTROL-SON.
           COMPUTE EKSIK-ADET = 0 - ATP-ADET.
           IF EKSIK-ADET > SD-ADET MOVE SD-ADET TO EKSIK-ADET.
           MOVE SD-KATNO TO BEK-KATNO.
           MOVE SD-STNO TO BEK-STNO.
           MOVE ZEROS TO BEK-SIRA.
       BEKLEYEN-YAZ.
           ADD 1 TO BEK-SIRA.
           MOVE GR-HESAPNO TO BEK-HESAPNO.
           MOVE SD-EVRAKNO TO BEK-SIPARISNO.
           MOVE BUGUN TO BEK-TARIH.
           MOVE EKSIK-ADET TO BEK-ADET.
           MOVE ZEROS TO BEK-KARSILANAN.
           MOVE 'A' TO BEK-DURUM.
           PERFORM WRITE-BEKLEYEN.
           IF WVAR = 0 GO BEKLEYEN-YAZ.
       BEKLEYEN-KONTROL-SON.

       NUMARA-URET.
           OPEN I-O AYAR.
           MOVE 47 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'PLASIYER SIPARIS SAYACI' TO AY-ACIKLAMA
                 MOVE 'PS{7}' TO AY-EVRAKFORMAT
                 MOVE 'PS0000000' TO AY-EVRAKNO
                 MOVE SPACES TO AY-YAZDOS AY-YAZPORT AY-CIKTITIPI
                 PERFORM WRITE-AYAR
           END-READ.
           MOVE 47 TO DX-TIP.
           MOVE ZEROS TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           MOVE AY-EVRAKNO TO YENI-SIP.
           CLOSE AYAR.
       NUMARA-URET-SON.

      * sabah verisi: plasiyerin musterileri (bakiye CARBAKIY
      * ozetinden) ve bu musterilerin fiyat listelerinde guncel
      * fiyatlar.
      *   M;HESAPNO;UNVAN;LISTE;LIMIT;BAKIYE
      *   F;LISTE;KATNO;STOKNO;BARKOD;CINSI;FIYAT
       VERI-GONDER.
           MOVE SPACES TO DD-AD.
           STRING 'PLV' PL-NO '.TXT' DELIMITED BY SIZE INTO DD-AD.
           OPEN OUTPUT DISARI.
           IF ST-TEMPFILE NOT = '00'
              IF OTOMATIK = ZEROS
                 DISPLAY 'VERI DOSYASI ACILAMADI: ' LINE 32
                    POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    DD-AD LINE 32 POSITION 27
              END-IF
              GO VERI-GONDER-SON.
           MOVE ZEROS TO LT-SAYI.
           MOVE SPACES TO SC-HESAPNO.
           START SICIL KEY IS NOT LESS THAN SC-HESAPNO
              INVALID KEY GO VERI-STOK.
       VERI-MUSTERI.
           READ SICIL NEXT AT END GO VERI-STOK.
           IF SC-PLKOD NOT = PL-NO OR SC-KAPANDI GO VERI-MUSTERI.
           ADD 1 TO MUSTERI-SAY.
           MOVE SC-LIMIT TO BAKIYE.
           PERFORM TUTAR-YAZ THRU TUTAR-YAZ-SON.
           MOVE X-TUTAR TO X-LIMIT.
           MOVE ZEROS TO BAKIYE.
           CALL 'CBAKIYE' USING SC-HESAPNO BAKIYE
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'CBAKIYE'.
           PERFORM TUTAR-YAZ THRU TUTAR-YAZ-SON.
           MOVE SPACES TO DISARI-SATIR.
           STRING 'M;' DELIMITED BY SIZE
              SC-HESAPNO DELIMITED BY SPACE
              ';' DELIMITED BY SIZE
              SC-HESAPADI DELIMITED BY '  '
              ';' SC-LISTENO ';' DELIMITED BY SIZE
              X-LIMIT DELIMITED BY SPACE
              ';' DELIMITED BY SIZE
              X-TUTAR DELIMITED BY SPACE
              INTO DISARI-SATIR.
           WRITE DISARI-SATIR.
           ADD 1 TO SATIR-SAY.
           PERFORM LISTE-EKLE THRU LISTE-EKLE-SON.
           GO VERI-MUSTERI.
       VERI-STOK.
           IF LT-SAYI = ZEROS GO VERI-GONDER-KAPAT.
           MOVE ZEROS TO ST-KATNO.
           MOVE LOW-VALUES TO ST-STNO.
           START STOK KEY IS NOT LESS THAN ST-KEY
              INVALID KEY GO VERI-GONDER-KAPAT.
       VERI-STOK-OKU.
           READ STOK NEXT AT END GO VERI-GONDER-KAPAT.
           IF ST-HIZMET GO VERI-STOK-OKU.
           PERFORM VARYING LT-I FROM 1 BY 1 UNTIL LT-I > LT-SAYI
              PERFORM FIYAT-YAZ THRU FIYAT-YAZ-SON
           END-PERFORM.
           GO VERI-STOK-OKU.
       VERI-GONDER-KAPAT.
           CLOSE DISARI.
           MOVE PL-NO TO PG-PLNO.
           MOVE 'V' TO PG-ISLEM.
           MOVE DD-AD TO PG-DOSYA.
           MOVE SATIR-SAY TO PG-SATIR.
           MOVE ZEROS TO PG-SIPARIS PG-INCELEME PG-TUTAR.
           MOVE MUSTERI-SAY TO Z-SAYI.
           MOVE SPACES TO PG-ACIKLAMA.
           STRING 'SABAH VERISI ' Z-SAYI ' MUSTERI'
              DELIMITED BY SIZE INTO PG-ACIKLAMA.
           PERFORM PLLOG-YAZ THRU PLLOG-YAZ-SON.
       VERI-GONDER-SON.

      * musterinin listesi tabloda yoksa eklenir
       LISTE-EKLE.
           MOVE ZEROS TO LT-VAR.
           PERFORM VARYING LT-I FROM 1 BY 1 UNTIL LT-I > LT-SAYI
              IF LT-NO(LT-I) = SC-LISTENO MOVE 1 TO LT-VAR END-IF
           END-PERFORM.
           IF LT-VAR = 1 OR LT-SAYI = 20 GO LISTE-EKLE-SON.
           ADD 1 TO LT-SAYI.
           MOVE SC-LISTENO TO LT-NO(LT-SAYI).
       LISTE-EKLE-SON.

       FIYAT-YAZ.
           CALL 'FIYATBUL' USING LT-NO(LT-I) ST-KATNO ST-STNO
                                 BUGUN G-FIYAT.
           CANCEL 'FIYATBUL'.
           IF G-FIYAT = ZEROS GO FIYAT-YAZ-SON.
           MOVE G-FIYAT TO BAKIYE.
           PERFORM TUTAR-YAZ THRU TUTAR-YAZ-SON.
           MOVE SPACES TO DISARI-SATIR.
           STRING 'F;' LT-NO(LT-I) ';' ST-KATNO ';'
              DELIMITED BY SIZE
              ST-STNO DELIMITED BY SPACE
              ';' DELIMITED BY SIZE
              ST-BARKOD DELIMITED BY SPACE
              ';' DELIMITED BY SIZE
              ST-CINSI DELIMITED BY '  '
              ';' DELIMITED BY SIZE
              X-TUTAR DELIMITED BY SPACE
              INTO DISARI-SATIR.
           WRITE DISARI-SATIR.
           ADD 1 TO SATIR-SAY.
       FIYAT-YAZ-SON.

      * tutar virgullu ve isaretli yazilir (-1234,50)
       TUTAR-YAZ.
           MOVE SPACES TO X-TUTAR X-ISARET.
           IF BAKIYE < ZEROS
              MOVE '-' TO X-ISARET
              COMPUTE BAKIYE = ZEROS - BAKIYE.
           MOVE BAKIYE TO X-LIRA.
           COMPUTE X-KURUS = (BAKIYE - X-LIRA) * 100.
           STRING X-ISARET DELIMITED BY SPACE
              X-LIRA ',' X-KURUS DELIMITED BY SIZE
              INTO X-TUTAR.
       TUTAR-YAZ-SON.

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

      * plasiyer bazinda aktarim kaydi - ayni anda ikinci kayit
      * siradaki numarayi alir
       PLLOG-YAZ.
           OPEN I-O PLLOG.
           IF ST-PLLOG = '35'
              CLOSE PLLOG
              OPEN OUTPUT PLLOG
              CLOSE PLLOG
              OPEN I-O PLLOG.
           MOVE BUGUN TO PG-TARIH.
           ACCEPT PG-SAAT FROM TIME.
           MOVE 1 TO PG-SIRA.
           MOVE OT-KULLANICI-ADI TO PG-KULLANICI.
       PLLOG-YAZ-DENE.
           PERFORM WRITE-PLLOG.
           IF WVAR = 0 ADD 1 TO PG-SIRA GO PLLOG-YAZ-DENE.
           CLOSE PLLOG.
       PLLOG-YAZ-SON.

      * incelemedeki siparisler listelenir, secilen siparisin
      * satirlari duzeltilip yeniden denetimle aktarilir ya da
      * reddedilir
       INCELEME.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'PLASIYER NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(0 = BUTUN PLASIYERLER)' LINE 4 POSITION 22.
           MOVE ZEROS TO E-PLNO.
           ACCEPT E-PLNO LINE 4 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO INCELEME-SON.
       INCELEME-LISTE.
           PERFORM GRUP-LISTE THRU GRUP-LISTE-SON.
           IF GS-SAYI = ZEROS
              DISPLAY 'INCELEMEDE SIPARIS YOK' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO INCELEME-SON.
           DISPLAY 'SECIM NO :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 50.
           MOVE ZEROS TO E-SECIM.
           ACCEPT E-SECIM LINE 32 POSITION 13 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-SECIM = ZEROS OR E-SECIM > GS-SAYI
              GO INCELEME-SON.
           MOVE GS-KEY(E-SECIM) TO GRUP-KEY.
           PERFORM GRUP-INCELE THRU GRUP-INCELE-SON.
           GO INCELEME-LISTE.
       INCELEME-SON.

      * musteri basina bir satir; ekrana ilk 25 siparis sigar
       GRUP-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'NO PLS. HESAP NO        UNVAN' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TARIH      SATIR NEDEN' LINE 4 POSITION 49.
           MOVE ZEROS TO GS-SAYI.
           MOVE E-PLNO TO PS-PLNO.
           MOVE SPACES TO PS-HESAPNO.
           MOVE ZEROS TO PS-TARIH PS-SAAT PS-SIRA.
           START PLSIP KEY IS NOT LESS THAN PS-KEY
              INVALID KEY GO GRUP-LISTE-SON.
       GRUP-LISTE-OKU.
           READ PLSIP NEXT AT END GO GRUP-LISTE-SON.
           IF E-PLNO NOT = ZEROS AND PS-PLNO NOT = E-PLNO
              GO GRUP-LISTE-SON.
           IF NOT PS-INCELEME GO GRUP-LISTE-OKU.
           IF GS-SAYI > ZEROS
              IF PS-KEY(1:35) = GS-KEY(GS-SAYI)
                 ADD 1 TO GS-SATIR
                 MOVE GS-SATIR TO Z-SAYI
                 DISPLAY Z-SAYI LINE SATIR POSITION 60
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 GO GRUP-LISTE-OKU.
           IF GS-SAYI = 25 GO GRUP-LISTE-SON.
           ADD 1 TO GS-SAYI.
           COMPUTE SATIR = GS-SAYI + 5.
           MOVE PS-KEY(1:35) TO GS-KEY(GS-SAYI).
           MOVE 1 TO GS-SATIR.
           MOVE PS-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           MOVE GS-SATIR TO Z-SAYI.
           DISPLAY GS-SAYI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              PS-PLNO LINE SATIR POSITION 5
              PS-HESAPNO LINE SATIR POSITION 10
              SC-HESAPADI LINE SATIR POSITION 26 SIZE 22
              PS-GUN LINE SATIR POSITION 49
              '/' PS-AY '/' PS-YIL
              Z-SAYI LINE SATIR POSITION 60
              PS-NEDEN LINE SATIR POSITION 66 SIZE 12.
           GO GRUP-LISTE-OKU.
       GRUP-LISTE-SON.

       GRUP-INCELE.
           PERFORM GRUP-GOSTER THRU GRUP-GOSTER-SON.
       GRUP-INCELE-TUS.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F2 ' 'DUZELT' REVERSE
              ' F3 ' 'SATIR SIL' REVERSE
              ' F4 ' 'AKTAR' REVERSE
              ' F5 ' 'REDDET' REVERSE
              ' ESC ' 'DON' REVERSE.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GRUP-INCELE-SON.
           IF F = 2 PERFORM SATIR-DUZELT THRU SATIR-DUZELT-SON
              PERFORM GRUP-GOSTER THRU GRUP-GOSTER-SON
              GO GRUP-INCELE-TUS.
           IF F = 3 PERFORM SATIR-SIL THRU SATIR-SIL-SON
              PERFORM GRUP-GOSTER THRU GRUP-GOSTER-SON
              GO GRUP-INCELE-TUS.
           IF F = 4 PERFORM GRUP-AKTAR THRU GRUP-AKTAR-SON
              IF GRUP-HATA = ZEROS GO GRUP-INCELE-SON
              END-IF
              PERFORM GRUP-GOSTER THRU GRUP-GOSTER-SON
              DISPLAY 'DENETIMDEN GECEMEDI - NEDENLERE BAKINIZ'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO GRUP-INCELE-TUS.
           IF F = 5 PERFORM GRUP-REDDET THRU GRUP-REDDET-SON
              IF E-ONAY = 'E' GO GRUP-INCELE-SON
              END-IF
              GO GRUP-INCELE-TUS.
           GO GRUP-INCELE-TUS.
       GRUP-INCELE-SON.
           PERFORM ANA-MENU THRU ANA-MENU-SON.

       GRUP-GOSTER.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE GR-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           DISPLAY 'PLASIYER :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              GR-PLNO LINE 4 POSITION 13
              'MUSTERI :' LINE 4 POSITION 20
              GR-HESAPNO LINE 4 POSITION 30
              SC-HESAPADI LINE 4 POSITION 46 SIZE 32
              'SIRA  KAT  STOK NO                ADET       FIYAT'
                 LINE 6 POSITION 2
              'NEDEN' LINE 6 POSITION 53.
           MOVE 7 TO SATIR.
           MOVE GRUP-KEY TO PS-KEY.
           MOVE ZEROS TO PS-SIRA.
           START PLSIP KEY IS NOT LESS THAN PS-KEY
              INVALID KEY GO GRUP-GOSTER-SON.
       GRUP-GOSTER-OKU.
           READ PLSIP NEXT AT END GO GRUP-GOSTER-SON.
           IF PS-KEY(1:35) NOT = GRUP-KEY GO GRUP-GOSTER-SON.
           IF SATIR > 30 GO GRUP-GOSTER-SON.
           MOVE PS-SIRA TO Z-SAYI.
           MOVE PS-ADET TO Z-ADET.
           MOVE PS-FIYAT TO Z-FIYAT.
           DISPLAY Z-SAYI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              PS-KATNO LINE SATIR POSITION 8
              PS-STNO LINE SATIR POSITION 13
              Z-ADET LINE SATIR POSITION 29
              Z-FIYAT LINE SATIR POSITION 41
              PS-NEDEN LINE SATIR POSITION 53 SIZE 26.
           ADD 1 TO SATIR.
           GO GRUP-GOSTER-OKU.
       GRUP-GOSTER-SON.

      * duzeltilen satirin nedeni silinir, aktarimda yeniden
      * denetlenir
       SATIR-DUZELT.
           PERFORM SATIR-SOR THRU SATIR-SOR-SON.
           IF F = 27 GO SATIR-DUZELT-SON.
           DISPLAY 'KAT:' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'STOK:' LINE 31 POSITION 12
              'ADET:' LINE 31 POSITION 35
              'FIYAT:' LINE 31 POSITION 55.
           ACCEPT PS-KATNO LINE 31 POSITION 7 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PS-STNO LINE 31 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE PS-ADET TO Z-ADET.
           ACCEPT Z-ADET LINE 31 POSITION 41 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-ADET TO PS-ADET.
           MOVE PS-FIYAT TO Z-FIYAT.
           ACCEPT Z-FIYAT LINE 31 POSITION 62 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-FIYAT TO PS-FIYAT.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SATIR-DUZELT-SON.
           MOVE SPACES TO PS-NEDEN.
           PERFORM REWRITE-PLSIP.
       SATIR-DUZELT-SON.

       SATIR-SIL.
           PERFORM SATIR-SOR THRU SATIR-SOR-SON.
           IF F = 27 GO SATIR-SIL-SON.
           PERFORM DELETE-PLSIP.
       SATIR-SIL-SON.

       SATIR-SOR.
           DISPLAY 'SATIR SIRA NO :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 50.
           MOVE ZEROS TO E-SIRA.
           ACCEPT E-SIRA LINE 32 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SATIR-SOR-SON.
           MOVE GRUP-KEY TO PS-KEY.
           MOVE E-SIRA TO PS-SIRA.
           READ PLSIP
              INVALID KEY
                 DISPLAY 'SATIR BULUNAMADI !!!' LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 MOVE 27 TO F.
       SATIR-SOR-SON.

      * incelemeden aktarim: ayni denetimler, bu kez dusuk marj
      * ve kredi asimi icin yetkili onayi sorulur
       GRUP-AKTAR.
           MOVE 1 TO ONAYLI.
           MOVE GR-PLNO TO PL-NO.
           READ PLASIYER INVALID KEY MOVE SPACES TO PL-ADI.
           PERFORM GRUP-ISLE THRU GRUP-ISLE-SON.
           MOVE ZEROS TO ONAYLI.
           IF GRUP-HATA = 1 GO GRUP-AKTAR-SON.
           MOVE GR-PLNO TO PG-PLNO.
           MOVE 'O' TO PG-ISLEM.
           MOVE SPACES TO PG-DOSYA.
           MOVE GRUP-SATIR TO PG-SATIR.
           MOVE 1 TO PG-SIPARIS.
           MOVE ZEROS TO PG-INCELEME.
           MOVE GRUP-TUTAR TO PG-TUTAR.
           MOVE SPACES TO PG-ACIKLAMA.
           STRING 'INCELEMEDEN AKTARILDI ' YENI-SIP
              DELIMITED BY SIZE INTO PG-ACIKLAMA.
           PERFORM PLLOG-YAZ THRU PLLOG-YAZ-SON.
           DISPLAY 'SIPARIS ACILDI: ' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YENI-SIP LINE 32 POSITION 18.
           ACCEPT F FROM ESCAPE KEY.
       GRUP-AKTAR-SON.

       GRUP-REDDET.
           DISPLAY 'SIPARIS REDDEDILIP SILINSIN MI (E/H) :'
              LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 30.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 32 POSITION 41 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY = 'e' MOVE 'E' TO E-ONAY.
           IF E-ONAY NOT = 'E' GO GRUP-REDDET-SON.
           MOVE ZEROS TO GRUP-SATIR.
           MOVE GRUP-KEY TO PS-KEY.
           MOVE ZEROS TO PS-SIRA.
           START PLSIP KEY IS NOT LESS THAN PS-KEY
              INVALID KEY GO GRUP-REDDET-LOG.
       GRUP-REDDET-OKU.
           READ PLSIP NEXT AT END GO GRUP-REDDET-LOG.
           IF PS-KEY(1:35) NOT = GRUP-KEY GO GRUP-REDDET-LOG.
           ADD 1 TO GRUP-SATIR.
           PERFORM DELETE-PLSIP.
           GO GRUP-REDDET-OKU.
       GRUP-REDDET-LOG.
           MOVE GR-PLNO TO PG-PLNO.
           MOVE 'R' TO PG-ISLEM.
           MOVE SPACES TO PG-DOSYA.
           MOVE GRUP-SATIR TO PG-SATIR.
           MOVE ZEROS TO PG-SIPARIS PG-INCELEME PG-TUTAR.
           MOVE SPACES TO PG-ACIKLAMA.
           STRING 'REDDEDILDI ' GR-HESAPNO
              DELIMITED BY SIZE INTO PG-ACIKLAMA.
           PERFORM PLLOG-YAZ THRU PLLOG-YAZ-SON.
       GRUP-REDDET-SON.

      * plasiyerin aktarim kayitlari
       LOG-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'PLASIYER NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(0 = BUTUN PLASIYERLER)' LINE 4 POSITION 22.
           MOVE ZEROS TO E-PLNO.
           ACCEPT E-PLNO LINE 4 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO LOG-LISTE-SON.
           OPEN INPUT PLLOG.
           IF ST-PLLOG NOT = '00'
              DISPLAY 'AKTARIM KAYDI YOK' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO LOG-LISTE-SON.
           PERFORM LOG-BASLIK THRU LOG-BASLIK-SON.
           MOVE E-PLNO TO PG-PLNO.
           MOVE ZEROS TO PG-TARIH PG-SAAT PG-SIRA.
           START PLLOG KEY IS NOT LESS THAN PG-KEY
              INVALID KEY GO LOG-LISTE-KAPAT.
       LOG-LISTE-OKU.
           READ PLLOG NEXT AT END GO LOG-LISTE-KAPAT.
           IF E-PLNO NOT = ZEROS AND PG-PLNO NOT = E-PLNO
              GO LOG-LISTE-KAPAT.
           IF SATIR > 31
              DISPLAY 'DEVAM ICIN TUS, ESC LISTEYI KAPATIR'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ACCEPT F FROM ESCAPE KEY
              IF F = 27 GO LOG-LISTE-KAPAT
              END-IF
              PERFORM LOG-BASLIK THRU LOG-BASLIK-SON.
           EVALUATE TRUE
            WHEN PG-AKTARIM MOVE 'AKTARIM' TO ISLEM-ADI
            WHEN PG-ONAY MOVE 'ONAY' TO ISLEM-ADI
            WHEN PG-RED MOVE 'RED' TO ISLEM-ADI
            WHEN OTHER MOVE 'VERI' TO ISLEM-ADI
           END-EVALUATE.
           DISPLAY PG-PLNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              PG-GUN LINE SATIR POSITION 7
              '/' PG-AY '/' PG-YIL
              PG-SAAT(1:2) LINE SATIR POSITION 18
              ':' PG-SAAT(3:2)
              ISLEM-ADI LINE SATIR POSITION 24
              PG-KULLANICI LINE SATIR POSITION 33 SIZE 12.
           MOVE PG-SATIR TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 46
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE PG-SIPARIS TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 52
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE PG-INCELEME TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 58
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE PG-TUTAR TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 64
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO LOG-LISTE-OKU.
       LOG-LISTE-KAPAT.
           CLOSE PLLOG.
       LOG-LISTE-SON.

       LOG-BASLIK.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'PLS. TARIH      SAAT  ISLEM    KULLANICI'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'SATIR  SIP.  INC.          TUTAR' LINE 4 POSITION 46.
           MOVE 5 TO SATIR.
       LOG-BASLIK-SON.

       copy 'oturum.per'.
       copy 'numara.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==PLSIP==
                                  "%T%"  BY "PLSIP"
                                 ==%R%== BY ==PS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==PLLOG==
                                  "%T%"  BY "PLLOG"
                                 ==%R%== BY ==PG-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==SIPARIS==
                                  "%T%"  BY "SIPARIS"
                                 ==%R%== BY ==SIP-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==SIPDET==
                                  "%T%"  BY "SIPDET"
                                 ==%R%== BY ==SD-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==BEKLEYEN==
                                  "%T%"  BY "BEKLEYEN"
                                 ==%R%== BY ==BEK-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==MARJLOG==
                                  "%T%"  BY "MARJLOG"
                                 ==%R%== BY ==ML-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy 'sifre.per'.
