       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LASOTEL'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'lasotel.cpy'.
       copy 'musarac.cpy'.
       copy 'sicil.cpy'.
       copy 'depo.cpy'.
       copy 'stok.cpy'.
       copy 'hareket.cpy'.
       copy 'ayar.cpy'.
       copy 'carhar.cpy'.
       copy 'donem.cpy'.
       copy 'niyet.cpy'.
       copy 'oturum.cpy'.
       copy 'yazkuyruk.cpy'.
            SELECT FISSPOOL ASSIGN TO DISK, FIS-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT ETKSPOOL ASSIGN TO DISK, ETK-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'lasotel.cpz'.
       copy 'musarac.cpz'.
       copy 'sicil.cpz'.
       copy 'depo.cpz'.
       copy 'stok.cpz'.
       copy 'hareket.cpz'.
       copy 'ayar.cpz'.
       copy 'carhar.cpz'.
       copy 'donem.cpz'.
       copy 'niyet.cpz'.
       copy 'oturum.cpz'.
       copy 'yazkuyruk.cpz'.
       FD FISSPOOL.
       01 FIS-SATIR                     PIC X(80).
       FD ETKSPOOL.
       01 ETK-SATIR                     PIC X(120).
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(160).
       WORKING-STORAGE SECTION.
       77 KUYRUK-MAX-DENEME     PIC 9(03) VALUE 3.
       77 FIS-TIP               PIC 99 VALUE 40.
       77 ETIKET-TIP            PIC 99 VALUE 33.
       77 FAT-TIP               PIC 99 VALUE 3.
       77 KRD-SONUC             PIC 9.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-NO              PIC 9(7).
           02 E-PLAKA           PIC X(10).
           02 E-SEZON           PIC X.
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 MAX-YIL           PIC 9999.
           02 Z-NO              PIC Z(6)9.
           02 Z-ADET            PIC Z9.
           02 Z-DERINLIK        PIC Z9,9.
           02 Z-UCRET           PIC Z(9)9,99.
           02 Z-SAYAC           PIC Z(4)9.
           02 B-SEZON           PIC X(7).
           02 B-JANT            PIC X(3).
           02 B-DURUM           PIC X(14).
           02 SAYAC             PIC 9(5).
           02 ETK-I             PIC 99.
       01 YAZICI-DEGIS.
           02 GSAAT             PIC 9(8).
           02 X-VAR             PIC 9(4) BINARY.
           02 CMD-SATIR         PIC X(120).
           02 FIS-PORT          PIC X(10).
           02 ETK-PORT          PIC X(10).
           02 ETK-CIKTITIPI     PIC X(10).
           02 GONDER-DOSYA      PIC X(21).
           02 GONDER-PORT       PIC X(10).
           02 GONDER-TIP        PIC 99.
       01 FIS-DOSYA.
           02 FILLER            PIC X(9) VALUE 'DATA\LOT_'.
           02 FS-SAAT           PIC 9(8).
           02 FILLER            PIC X(4) VALUE '.PRN'.
       01 ETK-DOSYA.
           02 FILLER            PIC X(9) VALUE 'DATA\ETK_'.
           02 ES-SAAT           PIC 9(8).
           02 FILLER            PIC X(4) VALUE '.PRN'.
       01 FATURA-DEGIS.
           02 Y-EVRAKNO         PIC X(15).
           02 L-TUTAR           PIC S9(13)V99.
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
       copy 'niyet.var'.
       copy 'oturum.var'.
       copy 'donem.var'.
       copy 'numara.var'.
       copy 'toplam.var'.
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
              ' LASTIK OTELI (SEZONLUK LASTIK SAKLAMA) '
              LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'GIRIS' REVERSE
              ' F2 ' 'SORGU' REVERSE
              ' F3 ' 'TESLIM' REVERSE
              ' F4 ' 'UCRET FATURALA' REVERSE
              ' F5 ' 'TESLIME GELECEKLER' REVERSE
              ' F6 ' 'FIS/ETIKET BAS' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE BU-YIL TO MAX-YIL.
           MOVE ZEROS TO E-NO.
           PERFORM OTURUM-OKU.
           PERFORM AYAR-OKU THRU AYAR-OKU-SON.
           PERFORM KUYRUK-ISLE THRU KUYRUK-ISLE-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM GIRIS THRU GIRIS-SON GO TUS.
           IF F = 2 PERFORM SORGU THRU SORGU-SON GO TUS.
           IF F = 3 PERFORM TESLIM THRU TESLIM-SON GO TUS.
           IF F = 4 PERFORM FATURALA THRU FATURALA-SON GO TUS.
           IF F = 5 PERFORM SEZON-LISTE THRU SEZON-LISTE-SON GO TUS.
           IF F = 6 PERFORM YENIDEN-BAS THRU YENIDEN-BAS-SON GO TUS.
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

      * emanet fisi yazicisi AYAR (TIP 40), lastik etiketleri
      * ETIKET programinin yazicisi AYAR (TIP 33) uzerinden basilir
       AYAR-OKU.
           OPEN I-O AYAR.
           MOVE FIS-TIP TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'LASTIK OTELI FIS YAZICISI' TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-EVRAKNO
                 MOVE SPACES TO AY-YAZDOS AY-YAZDOS2
                 MOVE 'LPT1:' TO AY-YAZPORT
                 MOVE 'TXT' TO AY-CIKTITIPI
                 PERFORM WRITE-AYAR
           END-READ.
           MOVE AY-YAZPORT TO FIS-PORT.
           MOVE ETIKET-TIP TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'ETIKET YAZICISI' TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-EVRAKNO
                 MOVE SPACES TO AY-YAZDOS AY-YAZDOS2
                 MOVE 'LPT3:' TO AY-YAZPORT
                 MOVE 'ZPL' TO AY-CIKTITIPI
                 PERFORM WRITE-AYAR
           END-READ.
           MOVE AY-YAZPORT TO ETK-PORT.
           MOVE AY-CIKTITIPI TO ETK-CIKTITIPI.
           CLOSE AYAR.
       AYAR-OKU-SON.

      * lastikler plakadan teslim alinir; musteri MUSARAC
      * kaydindan gelir, raf yeri secilen deponun lokasyonudur
       GIRIS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'PLAKA        :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SPACES TO E-PLAKA.
           ACCEPT E-PLAKA LINE 5 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-PLAKA = SPACES GO GIRIS-SON.
           OPEN INPUT MUSARAC SICIL DEPO.
           MOVE E-PLAKA TO MA-PLAKA.
           READ MUSARAC
              INVALID KEY
                 DISPLAY 'PLAKA KAYITLI DEGIL - ONCE MUSARAC !!!'
                    LINE 7 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE MUSARAC SICIL DEPO
                 GO GIRIS-SON.
           MOVE MA-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           DISPLAY 'HESAP        :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MA-HESAPNO LINE 6 POSITION 17
              SC-HESAPADI(1:40) LINE 6 POSITION 34.
           INITIALIZE LO-KAYIT.
           MOVE 'K' TO LO-SEZON.
           IF BU-AY > 8 MOVE 'Y' TO LO-SEZON.
           MOVE 4 TO LO-ADET.
           MOVE 'H' TO LO-JANTLI.
           MOVE 1 TO LO-DEPONO.
           DISPLAY 'SEZON (Y/K)  :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'YAZLIK / KISLIK LASTIK' LINE 8 POSITION 22.
           DISPLAY 'MARKA        :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'EBAT         :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DOT YILI     :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DIS DERINLIK :' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'MM' LINE 12 POSITION 23.
           DISPLAY 'ADET         :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'JANTLI (E/H) :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DEPO         :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'RAF          :' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'UCRET        :' LINE 17 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'ACIKLAMA     :' LINE 18 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       GIRIS-SEZON.
           ACCEPT LO-SEZON LINE 8 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE MUSARAC SICIL DEPO GO GIRIS-SON.
           IF NOT LO-YAZLIK AND NOT LO-KISLIK GO GIRIS-SEZON.
           ACCEPT LO-MARKA LINE 9 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT LO-EBAT LINE 10 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT LO-DOT-YIL LINE 11 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE LO-DIS-DERINLIK TO Z-DERINLIK.
           ACCEPT Z-DERINLIK LINE 12 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-DERINLIK TO LO-DIS-DERINLIK.
           ACCEPT LO-ADET LINE 13 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
       GIRIS-JANT.
           ACCEPT LO-JANTLI LINE 14 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF LO-JANTLI NOT = 'E' AND LO-JANTLI NOT = 'H'
              GO GIRIS-JANT.
       GIRIS-DEPO.
           ACCEPT LO-DEPONO LINE 15 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE MUSARAC SICIL DEPO GO GIRIS-SON.
           MOVE LO-DEPONO TO DP-NO.
           READ DEPO
              INVALID KEY
                 DISPLAY 'DEPO YOK !!!' LINE 15 POSITION 23
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO GIRIS-DEPO.
           DISPLAY DP-ADI LINE 15 POSITION 23
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE DP-LOKASYON TO LO-RAF.
           ACCEPT LO-RAF LINE 16 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE LO-UCRET TO Z-UCRET.
           ACCEPT Z-UCRET LINE 17 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-UCRET TO LO-UCRET.
           ACCEPT LO-ACIKLAMA LINE 18 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           CLOSE MUSARAC SICIL DEPO.
           IF F = 27 OR LO-ADET = ZEROS GO GIRIS-SON.
           OPEN I-O LASOTEL.
           IF ST-LASOTEL = '35'
              CLOSE LASOTEL
              OPEN OUTPUT LASOTEL
              CLOSE LASOTEL
              OPEN I-O LASOTEL.
           PERFORM NO-URET THRU NO-URET-SON.
           MOVE E-PLAKA TO LO-PLAKA.
           MOVE MA-HESAPNO TO LO-HESAPNO.
           MOVE BUGUN TO LO-GIRIS-TARIH.
           MOVE ZEROS TO LO-CIKIS-TARIH LO-FAT-TIP.
           MOVE SPACES TO LO-FAT-EVRAKNO.
           MOVE 1 TO LO-DURUM.
           MOVE OT-KULLANICI-ADI TO LO-KULLANICI.
           PERFORM WRITE-LASOTEL.
           MOVE LO-NO TO E-NO.
           CLOSE LASOTEL.
           MOVE E-NO TO Z-NO.
           DISPLAY 'EMANET NO :' LINE 20 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 20 POSITION 14.
           PERFORM FIS-ETIKET THRU FIS-ETIKET-SON.
       GIRIS-SON.

       NO-URET.
           MOVE 9999999 TO LO-NO.
           START LASOTEL KEY IS NOT GREATER THAN LO-NO
              INVALID KEY MOVE ZEROS TO LO-NO
              NOT INVALID KEY
                 READ LASOTEL PREVIOUS
                    AT END MOVE ZEROS TO LO-NO
                 END-READ
           END-START.
           ADD 1 TO LO-NO.
       NO-URET-SON.

       SORGU.
           PERFORM EMANET-SEC THRU EMANET-SEC-SON.
       SORGU-SON.

      * emanet numarasi sorulur ve kayit ekrana dokulur;
      * bulunamazsa E-NO sifirlanir
       EMANET-SEC.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'EMANET NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-NO LINE 4 POSITION 14 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 MOVE ZEROS TO E-NO GO EMANET-SEC-SON.
           PERFORM EMANET-GOSTER THRU EMANET-GOSTER-SON.
       EMANET-SEC-SON.

       EMANET-GOSTER.
           OPEN INPUT LASOTEL SICIL DEPO.
           MOVE E-NO TO LO-NO.
           READ LASOTEL
              INVALID KEY
                 DISPLAY 'EMANET BULUNAMADI !!!' LINE 5 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 MOVE ZEROS TO E-NO
                 GO EMANET-GOSTER-KAPAT.
           MOVE LO-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           MOVE LO-DEPONO TO DP-NO.
           READ DEPO INVALID KEY MOVE SPACES TO DP-ADI.
           PERFORM ADLAR THRU ADLAR-SON.
           MOVE LO-NO TO Z-NO.
           MOVE LO-ADET TO Z-ADET.
           MOVE LO-DIS-DERINLIK TO Z-DERINLIK.
           MOVE LO-UCRET TO Z-UCRET.
           DISPLAY 'EMANET  :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 6 POSITION 12
              LO-PLAKA LINE 6 POSITION 21
              B-DURUM LINE 6 POSITION 33.
           DISPLAY 'MUSTERI :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              LO-HESAPNO LINE 7 POSITION 12
              SC-HESAPADI(1:40) LINE 7 POSITION 28.
           DISPLAY 'LASTIK  :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              B-SEZON LINE 8 POSITION 12
              LO-MARKA LINE 8 POSITION 20
              LO-EBAT LINE 8 POSITION 41.
           DISPLAY 'ADET    :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-ADET LINE 9 POSITION 12
              'JANT:' LINE 9 POSITION 16
              B-JANT LINE 9 POSITION 22
              'DOT:' LINE 9 POSITION 27
              LO-DOT-YIL LINE 9 POSITION 32
              'DIS:' LINE 9 POSITION 38
              Z-DERINLIK LINE 9 POSITION 43
              'MM' LINE 9 POSITION 48.
           DISPLAY 'RAF     :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              DP-ADI(1:25) LINE 10 POSITION 12
              LO-RAF LINE 10 POSITION 38.
           DISPLAY 'GIRIS   :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              LO-GGUN LINE 11 POSITION 12
              '/' LINE 11 POSITION 14
              LO-GAY LINE 11 POSITION 15
              '/' LINE 11 POSITION 17
              LO-GYIL LINE 11 POSITION 18.
           IF LO-TESLIM-EDILDI
              DISPLAY 'CIKIS   :' LINE 12 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 LO-CGUN LINE 12 POSITION 12
                 '/' LINE 12 POSITION 14
                 LO-CAY LINE 12 POSITION 15
                 '/' LINE 12 POSITION 17
                 LO-CYIL LINE 12 POSITION 18.
           DISPLAY 'UCRET   :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-UCRET LINE 13 POSITION 12.
           IF LO-FAT-EVRAKNO NOT = SPACES
              DISPLAY 'FATURA  :' LINE 14 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 LO-FAT-EVRAKNO LINE 14 POSITION 12.
           DISPLAY 'ACIKLAMA:' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              LO-ACIKLAMA LINE 15 POSITION 12.
       EMANET-GOSTER-KAPAT.
           CLOSE LASOTEL SICIL DEPO.
       EMANET-GOSTER-SON.

       ADLAR.
           IF LO-YAZLIK
              MOVE 'YAZLIK ' TO B-SEZON
           ELSE
              MOVE 'KISLIK ' TO B-SEZON
           END-IF.
           IF LO-JANT-VAR
              MOVE 'VAR' TO B-JANT
           ELSE
              MOVE 'YOK' TO B-JANT
           END-IF.
           IF LO-DEPODA
              MOVE 'DEPODA        ' TO B-DURUM
           ELSE
              MOVE 'TESLIM EDILDI ' TO B-DURUM
           END-IF.
       ADLAR-SON.

      * lastikler musteriye geri verilir; cikis tarihi yazilir
       TESLIM.
           PERFORM EMANET-SEC THRU EMANET-SEC-SON.
           IF E-NO = ZEROS GO TESLIM-SON.
           IF NOT LO-DEPODA
              DISPLAY 'EMANET ZATEN TESLIM EDILMIS !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TESLIM-SON.
           IF LO-FAT-EVRAKNO = SPACES AND LO-UCRET NOT = ZEROS
              DISPLAY 'UYARI : SAKLAMA UCRETI FATURALANMADI'
                 LINE 30 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           DISPLAY 'TESLIM EDILSIN MI (E/H) :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 32 POSITION 28 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-ONAY NOT = 'E' GO TESLIM-SON.
           OPEN I-O LASOTEL.
           MOVE E-NO TO LO-NO.
           READ LASOTEL
              NOT INVALID KEY
                 MOVE BUGUN TO LO-CIKIS-TARIH
                 MOVE 2 TO LO-DURUM
                 PERFORM REWRITE-LASOTEL
           END-READ.
           CLOSE LASOTEL.
           DISPLAY SPACES LINE 30 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM EMANET-GOSTER THRU EMANET-GOSTER-SON.
       TESLIM-SON.

      * saklama ucreti, hizmet sinifi bir stok kalemiyle tek
      * satirli normal satis faturasina (TIP 3) donusur; hizmet
      * kalemi oldugu icin stok hareketi olusmaz
       FATURALA.
           PERFORM EMANET-SEC THRU EMANET-SEC-SON.
           IF E-NO = ZEROS GO FATURALA-SON.
           IF LO-FAT-EVRAKNO NOT = SPACES
              DISPLAY 'UCRET ZATEN FATURALANMIS !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-SON.
           IF LO-UCRET = ZEROS
              DISPLAY 'SAKLAMA UCRETI GIRILMEMIS !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-SON.
           INITIALIZE TST-KAYIT.
           CALL 'STOKSEC' USING TST-KAYIT MAX-YIL BY CONTENT 0017 1.
           CANCEL 'STOKSEC'.
           IF TST-STNO = SPACES GO FATURALA-SON.
           OPEN INPUT STOK.
           MOVE TST-KATNO TO ST-KATNO.
           MOVE TST-STNO TO ST-STNO.
           READ STOK INVALID KEY INITIALIZE ST-KAYIT.
           CLOSE STOK.
           IF NOT ST-HIZMET
              DISPLAY 'SECILEN KALEM HIZMET SINIFINDA DEGIL !!!'
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
           COMPUTE L-TUTAR ROUNDED = LO-UCRET * (1 + ST-KDV / 100).
           MOVE ZEROS TO KRD-SONUC.
           CALL 'KREDI' USING LO-HESAPNO L-TUTAR KRD-SONUC
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'KREDI'.
           IF KRD-SONUC = 1
              DISPLAY 'KREDI ENGELI - FATURA KESILEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-SON.
           OPEN I-O HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX
              AYAR LASOTEL.
           OPEN INPUT SICIL.
           MOVE 3 TO DX-TIP.
           MOVE LO-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-AL.
           IF AY-EVRAKNO = SPACES
              DISPLAY 'FATURA EVRAK SAYACI BOS !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-KAPAT.
           MOVE AY-EVRAKNO TO Y-EVRAKNO.
           MOVE E-NO TO LO-NO.
           READ LASOTEL INVALID KEY GO FATURALA-KAPAT.
           MOVE LO-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY INITIALIZE SC-KAYIT.
           MOVE 3 TO NYV-TIP.
           MOVE Y-EVRAKNO TO NYV-EVRAKNO.
           MOVE LO-DEPONO TO NYV-DEPONO.
           MOVE LO-HESAPNO TO NYV-HESAPNO.
           PERFORM NIYET-BASLA THRU NIYET-BASLA-SON.
           INITIALIZE HS-KAYIT.
           MOVE 3 TO HS-TIP.
           MOVE Y-EVRAKNO TO HS-EVRAKNO.
           MOVE LO-DEPONO TO HS-DEPONO.
           MOVE LO-HESAPNO TO HS-HESAPNO.
           MOVE SC-HESAPADI TO HS-HESAPADI.
           MOVE SC-YETKILI TO HS-YETKILI.
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
           INITIALIZE HD-KAYIT.
           MOVE 3 TO HD-TIP.
           MOVE Y-EVRAKNO TO HD-EVRAKNO.
           MOVE 1 TO HD-SIRA.
           MOVE ST-KATNO TO HD-KATNO.
           MOVE ST-STNO TO HD-STNO.
           MOVE ST-PRCNO TO HD-PRCNO.
           MOVE ST-MARKA TO HD-MARKA.
           MOVE ST-TIPI TO HD-TIPI.
           MOVE LO-NO TO Z-NO.
           MOVE SPACES TO HD-CINSI.
           STRING 'LASTIK SAKLAMA ' LO-PLAKA ' EMANET ' Z-NO
              DELIMITED BY SIZE INTO HD-CINSI.
           MOVE 1 TO HD-ADET.
           MOVE LO-UCRET TO HD-FIYAT.
           MOVE ZEROS TO HD-ISKONTO1 HD-ISKONTO2.
           MOVE ST-KDV TO HD-KDV.
           PERFORM WRITE-HAREKET-DETAY.
           PERFORM ALT-TOPLAM-AL THRU END-ALT-TOPLAM-AL.
           PERFORM AYLIK-EVRAK-EKLE.
           PERFORM ALT-TOPLAM-KAYDET THRU END-ALT-TOPLAM-KAYDET.
           MOVE 3 TO DX-TIP.
           MOVE LO-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           MOVE E-NO TO LO-NO.
           READ LASOTEL INVALID KEY CONTINUE.
           MOVE 3 TO LO-FAT-TIP.
           MOVE Y-EVRAKNO TO LO-FAT-EVRAKNO.
           PERFORM REWRITE-LASOTEL.
           PERFORM NIYET-BITIR THRU NIYET-BITIR-SON.
           PERFORM FATURALA-KAPAT.
           CALL 'CEVRAK' USING FAT-TIP Y-EVRAKNO.
           CANCEL 'CEVRAK'.
           PERFORM EMANET-GOSTER THRU EMANET-GOSTER-SON.
           GO FATURALA-SON.
       FATURALA-KAPAT.
           CLOSE HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX
              AYAR LASOTEL SICIL.
       FATURALA-SON.

      * sezon degisiminde geri alinacak lastikler: ilkbaharda
      * yazliklar, sonbaharda kisliklar teslime gelir
       SEZON-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE 'K' TO E-SEZON.
           IF BU-AY < 7 MOVE 'Y' TO E-SEZON.
           DISPLAY 'TESLIME GELEN SEZON (Y/K) :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-SEZON LINE 4 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SEZON-LISTE-SON.
           IF E-SEZON NOT = 'Y' AND E-SEZON NOT = 'K'
              GO SEZON-LISTE-SON.
           DISPLAY 'EMANET  PLAKA      MUSTERI' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'EBAT            AD RAF' LINE 6 POSITION 46.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'LSOTL' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'EMANETNO;PLAKA;HESAPNO;MUSTERI;EBAT;ADET;DEPO;RAF;'
              TO CSV-SATIR.
           MOVE 'GIRIS' TO CSV-SATIR(52:5).
           WRITE CSV-SATIR.
           MOVE 7 TO SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT LASOTEL SICIL.
           MOVE ZEROS TO LO-NO.
           START LASOTEL KEY IS NOT LESS THAN LO-NO
              INVALID KEY GO SEZON-LISTE-KAPAT.
       SEZON-LISTE-OKU.
           READ LASOTEL NEXT AT END GO SEZON-LISTE-KAPAT.
           IF NOT LO-DEPODA GO SEZON-LISTE-OKU.
           IF LO-SEZON NOT = E-SEZON GO SEZON-LISTE-OKU.
           ADD 1 TO SAYAC.
           MOVE LO-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           MOVE LO-NO TO Z-NO.
           MOVE LO-ADET TO Z-ADET.
           MOVE SPACES TO CSV-SATIR.
           STRING Z-NO ';' LO-PLAKA ';' LO-HESAPNO ';'
              SC-HESAPADI(1:40) ';' LO-EBAT ';' Z-ADET ';'
              LO-DEPONO ';' LO-RAF ';'
              LO-GGUN '/' LO-GAY '/' LO-GYIL
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR > 30 GO SEZON-LISTE-OKU.
           DISPLAY Z-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              LO-PLAKA LINE SATIR POSITION 10
              SC-HESAPADI(1:24) LINE SATIR POSITION 21
              LO-EBAT(1:15) LINE SATIR POSITION 46
              Z-ADET LINE SATIR POSITION 62
              LO-RAF LINE SATIR POSITION 65.
           ADD 1 TO SATIR.
           GO SEZON-LISTE-OKU.
       SEZON-LISTE-KAPAT.
           CLOSE LASOTEL SICIL CSVOUT.
           MOVE SAYAC TO Z-SAYAC.
           DISPLAY 'TESLIME GELECEK EMANET :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 32 POSITION 27
              ' - CSV DOSYASI OLUSTURULDU' LINE 32 POSITION 33.
           ACCEPT F FROM ESCAPE KEY.
       SEZON-LISTE-SON.

       YENIDEN-BAS.
           PERFORM EMANET-SEC THRU EMANET-SEC-SON.
           IF E-NO = ZEROS GO YENIDEN-BAS-SON.
           PERFORM FIS-ETIKET THRU FIS-ETIKET-SON.
       YENIDEN-BAS-SON.

      * secili emanetin fisi ve her lastik icin bir etiket
      * dokulur; yaziciya gidemeyen dokum kuyruga alinir
       FIS-ETIKET.
           OPEN INPUT LASOTEL SICIL DEPO.
           MOVE E-NO TO LO-NO.
           READ LASOTEL INVALID KEY GO FIS-ETIKET-KAPAT.
           MOVE LO-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           MOVE LO-DEPONO TO DP-NO.
           READ DEPO INVALID KEY MOVE SPACES TO DP-ADI.
           PERFORM ADLAR THRU ADLAR-SON.
           MOVE LO-NO TO Z-NO.
           MOVE LO-ADET TO Z-ADET.
           MOVE LO-DIS-DERINLIK TO Z-DERINLIK.
           MOVE LO-UCRET TO Z-UCRET.
           PERFORM FIS-YAZ THRU FIS-YAZ-SON.
           PERFORM ETIKET-YAZ THRU ETIKET-YAZ-SON.
       FIS-ETIKET-KAPAT.
           CLOSE LASOTEL SICIL DEPO.
       FIS-ETIKET-SON.

       FIS-YAZ.
           ACCEPT GSAAT FROM TIME.
           MOVE GSAAT TO FS-SAAT.
           OPEN OUTPUT FISSPOOL.
           MOVE '       LASTIK OTELI - EMANET FISI' TO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE SPACES TO FIS-SATIR.
           WRITE FIS-SATIR.
           STRING 'EMANET NO : ' Z-NO '    TARIH : '
              LO-GGUN '/' LO-GAY '/' LO-GYIL
              DELIMITED BY SIZE INTO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE SPACES TO FIS-SATIR.
           STRING 'PLAKA     : ' LO-PLAKA
              DELIMITED BY SIZE INTO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE SPACES TO FIS-SATIR.
           STRING 'MUSTERI   : ' SC-HESAPADI(1:50)
              DELIMITED BY SIZE INTO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE SPACES TO FIS-SATIR.
           STRING 'LASTIK    : ' B-SEZON ' ' LO-MARKA ' ' LO-EBAT
              DELIMITED BY SIZE INTO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE SPACES TO FIS-SATIR.
           STRING 'ADET      : ' Z-ADET '   JANT : ' B-JANT
              '   DOT : ' LO-DOT-YIL '   DIS : ' Z-DERINLIK ' MM'
              DELIMITED BY SIZE INTO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE SPACES TO FIS-SATIR.
           STRING 'RAF       : ' DP-ADI ' / ' LO-RAF
              DELIMITED BY SIZE INTO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE SPACES TO FIS-SATIR.
           STRING 'UCRET     : ' Z-UCRET ' TL'
              DELIMITED BY SIZE INTO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE SPACES TO FIS-SATIR.
           STRING 'ACIKLAMA  : ' LO-ACIKLAMA
              DELIMITED BY SIZE INTO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE SPACES TO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE 'LASTIKLER BU FIS KARSILIGINDA TESLIM EDILIR.'
              TO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE SPACES TO FIS-SATIR.
           WRITE FIS-SATIR.
           MOVE 'TESLIM EDEN                    TESLIM ALAN'
              TO FIS-SATIR.
           WRITE FIS-SATIR.
           CLOSE FISSPOOL.
           MOVE FIS-DOSYA TO GONDER-DOSYA.
           MOVE FIS-PORT TO GONDER-PORT.
           MOVE FIS-TIP TO GONDER-TIP.
           PERFORM SPOOL-GONDER THRU SPOOL-GONDER-SON.
       FIS-YAZ-SON.

       ETIKET-YAZ.
           ACCEPT GSAAT FROM TIME.
           ADD 1 TO GSAAT.
           MOVE GSAAT TO ES-SAAT.
           OPEN OUTPUT ETKSPOOL.
           PERFORM VARYING ETK-I FROM 1 BY 1 UNTIL ETK-I > LO-ADET
              PERFORM TEK-ETIKET THRU TEK-ETIKET-SON
           END-PERFORM.
           CLOSE ETKSPOOL.
           MOVE ETK-DOSYA TO GONDER-DOSYA.
           MOVE ETK-PORT TO GONDER-PORT.
           MOVE ETIKET-TIP TO GONDER-TIP.
           PERFORM SPOOL-GONDER THRU SPOOL-GONDER-SON.
       ETIKET-YAZ-SON.

       TEK-ETIKET.
           IF ETK-CIKTITIPI = 'ZPL'
              MOVE '^XA' TO ETK-SATIR
              WRITE ETK-SATIR
              MOVE SPACES TO ETK-SATIR
              STRING '^FO20,20^A0N,40,40^FD' LO-PLAKA
                 DELIMITED BY SIZE INTO ETK-SATIR
              WRITE ETK-SATIR
              MOVE SPACES TO ETK-SATIR
              STRING '^FO20,70^A0N,24,24^FD' B-SEZON ' '
                 LO-EBAT ' ' ETK-I '/' LO-ADET
                 DELIMITED BY SIZE INTO ETK-SATIR
              WRITE ETK-SATIR
              MOVE SPACES TO ETK-SATIR
              STRING '^FO20,100^A0N,24,24^FDRAF ' LO-RAF
                 DELIMITED BY SIZE INTO ETK-SATIR
              WRITE ETK-SATIR
              MOVE SPACES TO ETK-SATIR
              STRING '^FO20,135^BY2^BCN,60,Y,N,N^FD' LO-NO
                 DELIMITED BY SIZE INTO ETK-SATIR
              WRITE ETK-SATIR
              MOVE '^XZ' TO ETK-SATIR
              WRITE ETK-SATIR
           ELSE
              MOVE SPACES TO ETK-SATIR
              STRING LO-PLAKA ' EMANET ' Z-NO ' ' ETK-I '/' LO-ADET
                 DELIMITED BY SIZE INTO ETK-SATIR
              WRITE ETK-SATIR
              MOVE SPACES TO ETK-SATIR
              STRING B-SEZON ' ' LO-EBAT ' RAF ' LO-RAF
                 DELIMITED BY SIZE INTO ETK-SATIR
              WRITE ETK-SATIR
              MOVE SPACES TO ETK-SATIR
              WRITE ETK-SATIR
           END-IF.
       TEK-ETIKET-SON.

      * dokum dosyasi yazici portuna kopyalanir, basarisiz ise
      * kuyruga alinir; etiket isleri ETIKET programinca da
      * yeniden denenir
       SPOOL-GONDER.
           PERFORM PORTA-KOPYALA THRU PORTA-KOPYALA-SON.
           IF X-VAR NOT = ZEROS
              PERFORM KUYRUK-EKLE THRU KUYRUK-EKLE-SON
              DISPLAY 'YAZICIYA GONDERILEMEDI - KUYRUGA ALINDI'
                 LINE 31 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
           ELSE
              MOVE SPACES TO CMD-SATIR
              STRING 'cmd /c del ' GONDER-DOSYA
                 DELIMITED BY SIZE INTO CMD-SATIR
              CALL 'SYSTEM' USING CMD-SATIR
           END-IF.
       SPOOL-GONDER-SON.

       PORTA-KOPYALA.
           MOVE SPACES TO CMD-SATIR.
           STRING 'cmd /c copy /B ' GONDER-DOSYA ' ' GONDER-PORT
              DELIMITED BY SIZE INTO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR GIVING X-VAR.
       PORTA-KOPYALA-SON.

      * onceki calismalardan bekleyen emanet fisleri
       KUYRUK-ISLE.
           OPEN I-O YAZKUYRUK.
           MOVE ZEROS TO YQ-KEY.
           START YAZKUYRUK KEY IS NOT LESS THAN YQ-KEY
                INVALID KEY GO KUYRUK-ISLE-KAPAT.
       KUYRUK-ISLE-OKU.
           READ YAZKUYRUK NEXT AT END GO KUYRUK-ISLE-KAPAT.
           IF YQ-DURUM-TUKENDI GO KUYRUK-ISLE-OKU.
           IF YQ-TIP NOT = FIS-TIP GO KUYRUK-ISLE-OKU.
           MOVE YQ-GSAAT TO FS-SAAT.
           MOVE FIS-DOSYA TO GONDER-DOSYA.
           MOVE FIS-PORT TO GONDER-PORT.
           PERFORM PORTA-KOPYALA THRU PORTA-KOPYALA-SON.
           IF X-VAR = ZEROS
               PERFORM DELETE-YAZKUYRUK
               MOVE SPACES TO CMD-SATIR
               STRING 'cmd /c del ' GONDER-DOSYA
                  DELIMITED BY SIZE INTO CMD-SATIR
               CALL 'SYSTEM' USING CMD-SATIR
           ELSE
               ADD 1 TO YQ-DENEME
               IF YQ-DENEME >= KUYRUK-MAX-DENEME
                   MOVE 'T' TO YQ-DURUM
               END-IF
               PERFORM REWRITE-YAZKUYRUK
           END-IF.
           GO KUYRUK-ISLE-OKU.
       KUYRUK-ISLE-KAPAT.
           CLOSE YAZKUYRUK.
       KUYRUK-ISLE-SON.

       KUYRUK-EKLE.
           OPEN I-O YAZKUYRUK.
           ACCEPT YQ-TARIH FROM CENTURY-DATE.
           MOVE 1 TO YQ-SIRA.
       KUYRUK-EKLE-DENE.
           MOVE GSAAT TO YQ-GSAAT.
           MOVE GONDER-TIP TO YQ-TIP.
           MOVE ZEROS TO YQ-DENEME.
           MOVE 'B' TO YQ-DURUM.
           PERFORM WRITE-YAZKUYRUK.
           IF WVAR = 0 ADD 1 TO YQ-SIRA GO KUYRUK-EKLE-DENE.
           CLOSE YAZKUYRUK.
       KUYRUK-EKLE-SON.

       copy 'numara.per'.
       copy 'toplam.per'.
       copy 'donem.per'.
       copy 'oturum.per'.
       copy 'niyet.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==LASOTEL==
                                  "%T%"  BY "LASOTEL"
                                 ==%R%== BY ==LO-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-SICIL==
                                  "%T%"  BY "HAREKET-SICIL"
                                 ==%R%== BY ==HS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-DETAY==
                                  "%T%"  BY "HAREKET-DETAY"
                                 ==%R%== BY ==HD-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-INDEX==
                                  "%T%"  BY "HAREKET-INDEX"
                                 ==%R%== BY ==HIDX-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==YAZKUYRUK==
                                  "%T%"  BY "YAZKUYRUK"
                                 ==%R%== BY ==YQ-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy 'staysat.per'.
