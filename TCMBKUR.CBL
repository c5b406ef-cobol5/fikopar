       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TCMBKUR'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'kur.cpy'.
       copy 'ayar.cpy'.
            SELECT XMLDOS ASSIGN TO DISK, 'DATA\TCMBKUR.XML'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
       DATA DIVISION.
       FILE SECTION.
       copy 'kur.cpz'.
       copy 'ayar.cpz'.
       FD XMLDOS.
       01 XML-SATIR                     PIC X(200).
       WORKING-STORAGE SECTION.
       77 KUR-TIP               PIC 99 VALUE 56.
       77 CEYREK                PIC 9999.
       77 ARTAN                 PIC 9.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 OTOMATIK          PIC 9.
           02 HATA              PIC X(40).
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 B-TARIH.
               03 BT-YIL            PIC 9999.
               03 BT-AY             PIC 99.
               03 BT-GUN            PIC 99.
           02 G-TARIH.
               03 GT-YIL            PIC 9999.
               03 GT-AY             PIC 99.
               03 GT-GUN            PIC 99.
           02 SON-TARIH         PIC 9(8).
           02 ILK-TARIH         PIC 9(8).
           02 AY-SONU           PIC 99.
           02 CMD-SATIR         PIC X(120).
           02 YAZILAN           PIC 9(5).
           02 KORUNAN           PIC 9(5).
           02 Z-SAYI            PIC ZZZZ9.
       01 XML-DEGIS.
           02 X-BOS             PIC X(100).
           02 X-ETIKET          PIC X(100).
           02 X-DEGER           PIC X(100).
           02 X-ARA             PIC X(100).
           02 DI                PIC 99.
           02 DJ                PIC 99.
       01 DOVIZ-TABLO.
           02 DT-SAYI               PIC 99.
           02 DT-SATIRI OCCURS 10 TIMES.
               03 DT-DOVIZ          PIC X(3).
               03 DT-BIRIM          PIC 9(5).
               03 DT-ALIS           PIC 9(6)V9999.
               03 DT-SATIS          PIC 9(6)V9999.
       01 DT-LISTE.
           02 DL-DOVIZ              PIC X(3) OCCURS 10 TIMES.
       01 KC-DEGIS.
           02 KC-ALAN           PIC X(40).
           02 KC-I              PIC 99.
           02 KC-D              PIC 9.
           02 KC-KES            PIC 9.
           02 KC-DEGER          PIC 9(9)V9999.
       01 BILGI.
           02 B-GUN                 PIC 99.
           02 FILLER                PIC X VALUE '/'.
           02 B-AY                  PIC 99.
           02 FILLER                PIC X VALUE '/'.
           02 B-YIL                 PIC 9999.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 B-DOVIZ               PIC X(3).
           02 FILLER                PIC X(2) VALUE SPACES.
           02 B-ALIS                PIC Z(5)9,9999.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 B-SATIS               PIC Z(5)9,9999.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 B-DURUM               PIC X(7).
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
      * merkez bankasinin gunluk gosterge kurlari indirilip AYAR
      * (TIP 56) aciklamasinda sayilan dovizler icin KURLAR a
      * yazilir; alis doviz alis, satis doviz satis kurudur. saat
      * 15:30 da ilan edilen bulten ertesi gunden itibaren gecerli
      * oldugundan bulten gununu izleyen gune yazilir; yarina kadar
      * bulteni olmayan hafta sonu ve tatil gunleri son is gununun
      * kuruyla doldurulur. elle girilmis ya da duzeltilmis kura
      * dokunulmaz. GECEBAT tan parametreyle cagrilir, kur
      * alinamazsa RETURN-CODE 1 doner
       START-PROGRAM.
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > ZEROS MOVE 1 TO OTOMATIK.
           ACCEPT BUGUN FROM CENTURY-DATE.
           IF OTOMATIK = 1
              PERFORM KUR-AKTAR THRU KUR-AKTAR-SON
              IF HATA NOT = SPACES MOVE 1 TO RETURN-CODE END-IF
              GO STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
       BEGIN-PROGRAM.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 28
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 58 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 60
              ' MERKEZ BANKASI KUR AKTARIMI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 30 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'KURLARI AKTAR' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON
                    DISPLAY 'KURLAR INDIRILIYOR...' LINE 4 POSITION 2
                       CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                    PERFORM KUR-AKTAR THRU KUR-AKTAR-SON
                    PERFORM SONUC-GOSTER THRU SONUC-GOSTER-SON
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
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 28
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 57
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           MOVE 6 TO SATIR.
       EKRAN-TEMIZLE-SON.

       SONUC-GOSTER.
           IF HATA NOT = SPACES
              DISPLAY HATA LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SONUC-GOSTER-SON.
           MOVE YAZILAN TO Z-SAYI.
           DISPLAY SPACES LINE 4 POSITION 2 SIZE 57
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'YAZILAN KUR :' LINE 4 POSITION 2
              Z-SAYI LINE 4 POSITION 16.
           MOVE KORUNAN TO Z-SAYI.
           DISPLAY 'ELLE GIRILMIS (KORUNDU) :' LINE 4 POSITION 24
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 4 POSITION 50.
       SONUC-GOSTER-SON.

       KUR-AKTAR.
           MOVE SPACES TO HATA.
           MOVE ZEROS TO YAZILAN KORUNAN B-TARIH.
           OPEN I-O KURLAR.
           IF ST-KURLAR = '35'
              CLOSE KURLAR
              OPEN OUTPUT KURLAR
              CLOSE KURLAR
              OPEN I-O KURLAR.
           PERFORM DOVIZ-LISTESI THRU DOVIZ-LISTESI-SON.
           IF DT-SAYI = ZEROS
              MOVE 'AYAR 56 DA DOVIZ TANIMLI DEGIL' TO HATA
              GO KUR-AKTAR-KAPAT.
           PERFORM BULTEN-INDIR THRU BULTEN-INDIR-SON.
           IF HATA NOT = SPACES GO KUR-AKTAR-KAPAT.
           PERFORM BULTEN-OKU THRU BULTEN-OKU-SON.
           IF HATA NOT = SPACES GO KUR-AKTAR-KAPAT.
           MOVE B-TARIH TO G-TARIH.
           PERFORM GUN-ARTTIR THRU GUN-ARTTIR-SON.
           MOVE G-TARIH TO ILK-TARIH.
           MOVE BUGUN TO G-TARIH.
           PERFORM GUN-ARTTIR THRU GUN-ARTTIR-SON.
           MOVE G-TARIH TO SON-TARIH.
           MOVE ILK-TARIH TO G-TARIH.
       KUR-AKTAR-GUN.
           IF G-TARIH > SON-TARIH GO KUR-AKTAR-KAPAT.
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > DT-SAYI
              PERFORM KUR-YAZ THRU KUR-YAZ-SON
           END-PERFORM.
           PERFORM GUN-ARTTIR THRU GUN-ARTTIR-SON.
           GO KUR-AKTAR-GUN.
       KUR-AKTAR-KAPAT.
           CLOSE KURLAR.
       KUR-AKTAR-SON.

      * doviz listesi yoksa son kur gunundeki dovizlerle acilir
       DOVIZ-LISTESI.
           INITIALIZE DOVIZ-TABLO.
           MOVE SPACES TO DT-LISTE.
           OPEN I-O AYAR.
           MOVE KUR-TIP TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 PERFORM LISTE-AC THRU LISTE-AC-SON
           END-READ.
           CLOSE AYAR.
           UNSTRING AY-ACIKLAMA DELIMITED BY ALL SPACE
              INTO DL-DOVIZ(1) DL-DOVIZ(2) DL-DOVIZ(3) DL-DOVIZ(4)
                   DL-DOVIZ(5) DL-DOVIZ(6) DL-DOVIZ(7) DL-DOVIZ(8)
                   DL-DOVIZ(9) DL-DOVIZ(10)
           END-UNSTRING.
           PERFORM VARYING DJ FROM 1 BY 1 UNTIL DJ > 10
              IF DL-DOVIZ(DJ) NOT = SPACES
                 ADD 1 TO DT-SAYI
                 MOVE DL-DOVIZ(DJ) TO DT-DOVIZ(DT-SAYI)
              END-IF
           END-PERFORM.
       DOVIZ-LISTESI-SON.

       LISTE-AC.
           MOVE SPACES TO AY-ACIKLAMA.
           MOVE 1 TO DJ.
           MOVE 99999999 TO KR-TARIH.
           MOVE SPACES TO KR-DOVIZ.
           START KURLAR KEY IS LESS THAN KR-KEY
              INVALID KEY GO LISTE-AC-YAZ.
           READ KURLAR PREVIOUS AT END GO LISTE-AC-YAZ.
           MOVE KR-TARIH TO G-TARIH.
       LISTE-AC-OKU.
           IF KR-TARIH NOT = G-TARIH OR DJ > 37 GO LISTE-AC-YAZ.
           MOVE KR-DOVIZ TO AY-ACIKLAMA(DJ:3).
           ADD 4 TO DJ.
           READ KURLAR PREVIOUS AT END GO LISTE-AC-YAZ.
           GO LISTE-AC-OKU.
       LISTE-AC-YAZ.
           IF AY-ACIKLAMA = SPACES MOVE 'USD EUR GBP' TO AY-ACIKLAMA.
           MOVE SPACES TO AY-EVRAKFORMAT AY-EVRAKNO.
           MOVE SPACES TO AY-YAZDOS AY-YAZDOS2 AY-YAZPORT.
           MOVE SPACES TO AY-CIKTITIPI.
           MOVE KUR-TIP TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           PERFORM WRITE-AYAR.
       LISTE-AC-SON.

      * eski dosya silinir ki indirme basarisizsa dunku bulten
      * yeniden islenmesin
       BULTEN-INDIR.
           MOVE 'cmd /c del DATA\TCMBKUR.XML' TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE SPACES TO CMD-SATIR.
           STRING 'cmd /c curl -s -o DATA\TCMBKUR.XML '
              'https://www.tcmb.gov.tr/kurlar/today.xml'
              DELIMITED BY SIZE INTO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           OPEN INPUT XMLDOS.
           IF ST-TEMPFILE NOT = '00'
              MOVE 'MERKEZ BANKASI KURLARI INDIRILEMEDI' TO HATA
              GO BULTEN-INDIR-SON.
           CLOSE XMLDOS.
       BULTEN-INDIR-SON.

      * her etiket ayri satirdadir: <Tarih_Date Tarih="gg.aa.yyyy"
      * ...>, <Currency ... Kod="USD" ...>, <Unit>, <ForexBuying>,
      * <ForexSelling>. kurlar birim basina cevrilir
       BULTEN-OKU.
           MOVE ZEROS TO DI.
           OPEN INPUT XMLDOS.
       BULTEN-OKU-SATIR.
           READ XMLDOS AT END GO BULTEN-OKU-KAPAT.
           MOVE SPACES TO X-BOS X-ETIKET X-DEGER X-ARA.
           UNSTRING XML-SATIR DELIMITED BY '<' OR '>'
              INTO X-BOS X-ETIKET X-DEGER
           END-UNSTRING.
           IF X-ETIKET(1:11) = 'Tarih_Date '
              UNSTRING X-ETIKET DELIMITED BY 'Tarih="'
                 INTO X-BOS X-ARA
              END-UNSTRING
              IF X-ARA(1:2) NUMERIC AND X-ARA(4:2) NUMERIC
                 AND X-ARA(7:4) NUMERIC
                 MOVE X-ARA(1:2) TO BT-GUN
                 MOVE X-ARA(4:2) TO BT-AY
                 MOVE X-ARA(7:4) TO BT-YIL
              END-IF
              GO BULTEN-OKU-SATIR.
           IF X-ETIKET(1:9) = 'Currency '
              PERFORM DOVIZ-BUL THRU DOVIZ-BUL-SON
              GO BULTEN-OKU-SATIR.
           IF DI = ZEROS GO BULTEN-OKU-SATIR.
           MOVE X-DEGER TO KC-ALAN.
           IF X-ETIKET = 'Unit'
              PERFORM KUR-COZ THRU KUR-COZ-SON
              MOVE KC-DEGER TO DT-BIRIM(DI).
           IF X-ETIKET = 'ForexBuying'
              PERFORM KUR-COZ THRU KUR-COZ-SON
              MOVE KC-DEGER TO DT-ALIS(DI).
           IF X-ETIKET = 'ForexSelling'
              PERFORM KUR-COZ THRU KUR-COZ-SON
              MOVE KC-DEGER TO DT-SATIS(DI).
           IF X-ETIKET = '/Currency' MOVE ZEROS TO DI.
           GO BULTEN-OKU-SATIR.
       BULTEN-OKU-KAPAT.
           CLOSE XMLDOS.
           IF B-TARIH = ZEROS OR B-TARIH > BUGUN
              MOVE 'KUR DOSYASINDA BULTEN TARIHI YOK' TO HATA
              GO BULTEN-OKU-SON.
           MOVE ZEROS TO DJ.
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > DT-SAYI
              IF DT-BIRIM(DI) > 1
                 COMPUTE DT-ALIS(DI) ROUNDED =
                    DT-ALIS(DI) / DT-BIRIM(DI)
                 COMPUTE DT-SATIS(DI) ROUNDED =
                    DT-SATIS(DI) / DT-BIRIM(DI)
              END-IF
              IF DT-ALIS(DI) > ZEROS ADD 1 TO DJ END-IF
           END-PERFORM.
           IF DJ = ZEROS
              MOVE 'KUR DOSYASINDA ISTENEN DOVIZ YOK' TO HATA.
       BULTEN-OKU-SON.

       DOVIZ-BUL.
           MOVE ZEROS TO DI.
           UNSTRING X-ETIKET DELIMITED BY 'Kod="'
              INTO X-BOS X-ARA
           END-UNSTRING.
           PERFORM VARYING DJ FROM 1 BY 1 UNTIL DJ > DT-SAYI
              IF DT-DOVIZ(DJ) = X-ARA(1:3) MOVE DJ TO DI END-IF
           END-PERFORM.
       DOVIZ-BUL-SON.

      * bultende ondalik isareti noktadir, binlik ayrac yoktur
       KUR-COZ.
           MOVE ZEROS TO KC-DEGER KC-KES.
           MOVE 1 TO KC-I.
       KUR-COZ-TARA.
           IF KC-I > 40 GO KUR-COZ-SON.
           IF KC-ALAN(KC-I:1) = '.'
              MOVE 1 TO KC-KES
              ADD 1 TO KC-I GO KUR-COZ-TARA.
           IF KC-ALAN(KC-I:1) NOT NUMERIC
              IF KC-DEGER = ZEROS AND KC-KES = ZEROS
                 ADD 1 TO KC-I GO KUR-COZ-TARA
              ELSE
                 GO KUR-COZ-SON
              END-IF.
           IF KC-KES > 4 GO KUR-COZ-SON.
           MOVE KC-ALAN(KC-I:1) TO KC-D.
           EVALUATE KC-KES
            WHEN 0 COMPUTE KC-DEGER = KC-DEGER * 10 + KC-D
            WHEN 1 COMPUTE KC-DEGER = KC-DEGER + KC-D / 10
            WHEN 2 COMPUTE KC-DEGER = KC-DEGER + KC-D / 100
            WHEN 3 COMPUTE KC-DEGER = KC-DEGER + KC-D / 1000
            WHEN OTHER COMPUTE KC-DEGER = KC-DEGER + KC-D / 10000
           END-EVALUATE.
           IF KC-KES NOT = ZEROS ADD 1 TO KC-KES.
           ADD 1 TO KC-I.
           GO KUR-COZ-TARA.
       KUR-COZ-SON.

      * bultenin gecerli oldugu ilk gun T, sonrakiler D yazilir;
      * elle girilmis kur korunur
       KUR-YAZ.
           IF DT-ALIS(DI) = ZEROS GO KUR-YAZ-SON.
           MOVE G-TARIH TO KR-TARIH.
           MOVE DT-DOVIZ(DI) TO KR-DOVIZ.
           MOVE 'KORUNDU' TO B-DURUM.
           READ KURLAR
              INVALID KEY MOVE 'D' TO KR-KAYNAK
           END-READ.
           IF NOT KR-OTOMATIK
              ADD 1 TO KORUNAN
              GO KUR-YAZ-GOSTER.
           MOVE DT-ALIS(DI) TO KR-ALIS.
           MOVE DT-SATIS(DI) TO KR-SATIS.
           IF G-TARIH = ILK-TARIH
              MOVE 'T' TO KR-KAYNAK
              MOVE 'TCMB' TO B-DURUM
           ELSE
              MOVE 'D' TO KR-KAYNAK
              MOVE 'DEVIR' TO B-DURUM
           END-IF.
           PERFORM REWRITE-KURLAR.
           IF WVAR = 0 PERFORM WRITE-KURLAR.
           ADD 1 TO YAZILAN.
       KUR-YAZ-GOSTER.
           IF OTOMATIK = 1 OR SATIR > 28 GO KUR-YAZ-SON.
           MOVE GT-GUN TO B-GUN.
           MOVE GT-AY TO B-AY.
           MOVE GT-YIL TO B-YIL.
           MOVE KR-DOVIZ TO B-DOVIZ.
           MOVE KR-ALIS TO B-ALIS.
           MOVE KR-SATIS TO B-SATIS.
           DISPLAY BILGI LINE SATIR POSITION 3
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
       KUR-YAZ-SON.

      * ay ve yil devrini gozeterek ertesi gun bulunur
       GUN-ARTTIR.
           EVALUATE GT-AY
            WHEN 4 WHEN 6 WHEN 9 WHEN 11
              MOVE 30 TO AY-SONU
            WHEN 2
              DIVIDE GT-YIL BY 4 GIVING CEYREK REMAINDER ARTAN
              IF ARTAN = 0
                 MOVE 29 TO AY-SONU
              ELSE
                 MOVE 28 TO AY-SONU
              END-IF
            WHEN OTHER
              MOVE 31 TO AY-SONU
           END-EVALUATE.
           IF GT-GUN < AY-SONU
              ADD 1 TO GT-GUN
              GO GUN-ARTTIR-SON.
           MOVE 1 TO GT-GUN.
           IF GT-AY < 12
              ADD 1 TO GT-AY
           ELSE
              MOVE 1 TO GT-AY
              ADD 1 TO GT-YIL.
       GUN-ARTTIR-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==KURLAR==
                                  "%T%"  BY "KURLAR"
                                 ==%R%== BY ==KR-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
