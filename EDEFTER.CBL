       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'EDEFTER'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'yevmiye.cpy'.
       copy 'hesplan.cpy'.
       copy 'donem.cpy'.
       copy 'edeflog.cpy'.
       copy 'ayar.cpy'.
       copy 'oturum.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
            SELECT FIRMAKFG ASSIGN TO DISK, 'DATA\FIRMA.KFG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT DEFTEROUT ASSIGN TO DISK, DEFTER-YOL
               ORGANIZATION LINE SEQUENTIAL.
            SELECT BERATOUT ASSIGN TO DISK, BERAT-YOL
               ORGANIZATION LINE SEQUENTIAL.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'yevmiye.cpz'.
       copy 'hesplan.cpz'.
       copy 'donem.cpz'.
       copy 'edeflog.cpz'.
       copy 'ayar.cpz'.
       copy 'oturum.cpz'.
      * tur 0: madde toplami, tur 1: yevmiye sirasi,
      * tur 2: kebir (ana hesap) sirasi
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-TUR                PIC 9.
               03 TP-HESAP              PIC X(10).
               03 TP-MADDE              PIC 9(7).
               03 TP-TARIH              PIC 9(8).
               03 TP-SIRA               PIC 9(7).
           02 TP-BORC                   PIC S9(13)V99.
           02 TP-ALACAK                 PIC S9(13)V99.
           02 TP-SAYI                   PIC 9(5).
           02 TP-ILK-TARIH              PIC 9(8).
       FD FIRMAKFG.
       01 KFG-SATIR                     PIC X(80).
       FD DEFTEROUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEFTER-SATIR.
       01 DEFTER-SATIR                  PIC X(300).
       FD BERATOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS BERAT-SATIR.
       01 BERAT-SATIR                   PIC X(300).
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 KFG-NO            PIC 99.
           02 E-YIL             PIC 9999.
           02 E-AY              PIC 99.
           02 E-SON-GUN         PIC 99.
           02 E-ONAY-NO         PIC X(30).
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 SAAT              PIC 9(8).
           02 ARTIK             PIC 9999.
           02 KALAN             PIC 9999.
           02 HATA-SAYI         PIC 9(5).
           02 MADDE-SAYI        PIC 9(7).
           02 BEKLENEN          PIC 9(7).
           02 ILK-MADDE         PIC 9(7).
           02 SON-MADDE         PIC 9(7).
           02 SATIR-SAYI        PIC 9(7).
           02 GENEL-BORC        PIC S9(13)V99.
           02 GENEL-ALACAK      PIC S9(13)V99.
           02 PARCA-SINIR       PIC 9(7).
           02 Z-SAYI            PIC Z(6)9.
           02 Z-TUTAR           PIC -(13)9,99.
           02 B-DURUM           PIC X(10).
       01 PARCA-DEGIS.
           02 DEFTER-TUR        PIC X.
               88 TUR-YEVMIYE       VALUE 'Y'.
               88 TUR-KEBIR         VALUE 'K'.
           02 PARCA-NO          PIC 9(6).
           02 YEV-PARCA         PIC 9(6).
           02 PARCA-SATIR       PIC 9(7).
           02 PARCA-ILK         PIC X(10).
           02 PARCA-SON         PIC X(10).
           02 PARCA-BORC        PIC S9(13)V99.
           02 PARCA-ALACAK      PIC S9(13)V99.
           02 PARCA-ACIK        PIC 9.
           02 HEDEF             PIC X.
               88 HEDEF-BERAT       VALUE 'B'.
           02 ESKI-HESAP        PIC X(10).
           02 ESKI-MADDE        PIC 9(7).
           02 HESAP-ANA         PIC X(10).
           02 HESAP-ANA-ADI     PIC X(40).
           02 HESAP-ALT-ADI     PIC X(40).
           02 SATIR-NO          PIC 9(7).
           02 TP-SAKLA          PIC X(33).
           02 M-BORC            PIC S9(13)V99.
           02 M-ALACAK          PIC S9(13)V99.
       01 FIRMA-BILGI.
           02 FB-UNVAN          PIC X(60).
           02 FB-VKN            PIC X(15).
       01 XML-DEGIS.
           02 XE-TUTAR          PIC -(13)9,99.
           02 XB                PIC 99.
           02 XZ-DEGER          PIC X(18).
           02 XM-METIN          PIC X(60).
           02 XD-TARIH          PIC X(10).
           02 XD-BAS            PIC X(10).
           02 XD-SON            PIC X(10).
           02 XD-BUGUN          PIC X(10).
           02 XD-UNIQUE         PIC X(20).
           02 XD-KLASOR         PIC X(20).
       01 CTX                   PIC X(28)
                                VALUE ' contextRef="ledger_context"'.
       01 CTU                   PIC X(30)
                                VALUE ' unitRef="try" decimals="INF"'.
       01 X-SATIR               PIC X(300).
       01 DEFTER-YOL            PIC X(60).
       01 BERAT-YOL             PIC X(60).
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
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
       BEGIN-PROGRAM.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 24
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' E-DEFTER (YEVMIYE / KEBIR / BERAT) ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 26 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'E-DEFTER URET' REVERSE
              ' F2 ' 'GONDERILDI ISARETLE' REVERSE
              ' F3 ' 'DONEM LISTESI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM OTURUM-OKU.
           PERFORM LISTELE THRU LISTELE-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM URET THRU URET-SON GO TUS.
           IF F = 2 PERFORM GONDERIM THRU GONDERIM-SON
                    PERFORM LISTELE THRU LISTELE-SON GO TUS.
           IF F = 3 PERFORM LISTELE THRU LISTELE-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 24
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

      * uretilen ve gonderilen aylarin kaydi
       LISTELE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'DONEM    DURUM      MADDE ARALIGI     YEV KEB'
              LINE 4 POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'URETIM     GONDERIM' LINE 4 POSITION 50.
           MOVE 5 TO SATIR.
           OPEN INPUT EDEFLOG.
           MOVE ZEROS TO ED-KEY.
           START EDEFLOG KEY IS NOT LESS THAN ED-KEY
              INVALID KEY GO LISTELE-KAPAT.
       LISTELE-OKU.
           READ EDEFLOG NEXT AT END GO LISTELE-KAPAT.
           IF SATIR > 24 GO LISTELE-KAPAT.
           MOVE 'URETILDI' TO B-DURUM.
           IF ED-GONDERILDI MOVE 'GONDERILDI' TO B-DURUM.
           DISPLAY ED-AY LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' ED-YIL
              B-DURUM LINE SATIR POSITION 11
              ED-MADDE-ILK LINE SATIR POSITION 22
              '-' ED-MADDE-SON
              ED-YEV-PARCA LINE SATIR POSITION 40
              ED-KEB-PARCA LINE SATIR POSITION 44
              ED-UGUN LINE SATIR POSITION 50 '/' ED-UAY '/' ED-UYIL.
           IF ED-GONDERILDI
              DISPLAY ED-GGUN LINE SATIR POSITION 61
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 '/' ED-GAY '/' ED-GYIL.
           ADD 1 TO SATIR.
           GO LISTELE-OKU.
       LISTELE-KAPAT.
           CLOSE EDEFLOG.
       LISTELE-SON.

       DONEM-AL.
           DISPLAY SPACES LINE 25 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DONEM (AY/YIL) :' LINE 25 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE BU-AY TO E-AY.
           MOVE BU-YIL TO E-YIL.
           ACCEPT E-AY LINE 25 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 25 POSITION 22 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF E-AY < 1 OR E-AY > 12 MOVE 27 TO F.
       DONEM-AL-SON.

      * ay kilitli degilse, gonderilmisse ya da bir onceki ay
      * uretilmemisse defter olusturulmaz. maddeler denklesmez
      * ya da numarada bosluk varsa hata listesi verilir
       URET.
           PERFORM DONEM-AL THRU DONEM-AL-SON.
           IF F = 27 GO URET-SON.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           OPEN INPUT DONEM.
           MOVE E-YIL TO DN-YIL.
           MOVE E-AY TO DN-AY.
           READ DONEM INVALID KEY MOVE 'A' TO DN-DURUM.
           CLOSE DONEM.
           IF NOT DN-KILITLI
              DISPLAY 'DONEM KILITLI DEGIL, E-DEFTER URETILEMEZ !!!'
                 LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO URET-SON.
           OPEN INPUT EDEFLOG.
           MOVE E-YIL TO ED-YIL.
           MOVE E-AY TO ED-AY.
           READ EDEFLOG INVALID KEY MOVE SPACE TO ED-DURUM.
           IF ED-GONDERILDI
              CLOSE EDEFLOG
              DISPLAY 'BU DONEM GONDERILMIS, YENIDEN URETILEMEZ !!!'
                 LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO URET-SON.
           MOVE 1 TO BEKLENEN.
           IF E-AY > 1
              MOVE E-YIL TO ED-YIL
              COMPUTE ED-AY = E-AY - 1
              READ EDEFLOG
                 INVALID KEY MOVE ZEROS TO BEKLENEN
                 NOT INVALID KEY
                    COMPUTE BEKLENEN = ED-MADDE-SON + 1
              END-READ
           END-IF.
           CLOSE EDEFLOG.
           IF BEKLENEN = ZEROS
              DISPLAY 'ONCEKI AYIN E-DEFTERI URETILMEMIS !!!'
                 LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO URET-SON.
           DISPLAY 'YEVMIYE KONTROL EDILIYOR...' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           PERFORM TOPLA THRU TOPLA-SON.
           PERFORM KONTROL THRU KONTROL-SON.
           IF HATA-SAYI > ZEROS
              MOVE HATA-SAYI TO Z-SAYI
              DISPLAY 'HATALI MADDE :' LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 Z-SAYI LINE 6 POSITION 17
                 'E-DEFTER URETILMEDI' LINE 6 POSITION 27
              DISPLAY 'HATA LISTESI :' LINE 7 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 CSV-DOSYA LINE 7 POSITION 17
              GO URET-KAPAT.
           PERFORM FIRMA-OKU THRU FIRMA-OKU-SON.
           PERFORM AYAR-OKU THRU AYAR-OKU-SON.
           PERFORM TARIH-HAZIRLA THRU TARIH-HAZIRLA-SON.
           OPEN INPUT YEVMIYE HESPLAN.
           PERFORM YEVMIYE-DEFTERI THRU YEVMIYE-DEFTERI-SON.
           MOVE PARCA-NO TO YEV-PARCA.
           PERFORM KEBIR-DEFTERI THRU KEBIR-DEFTERI-SON.
           CLOSE YEVMIYE HESPLAN.
           PERFORM LOG-YAZ THRU LOG-YAZ-SON.
           MOVE MADDE-SAYI TO Z-SAYI.
           DISPLAY 'MADDE SAYISI  :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 6 POSITION 18.
           MOVE GENEL-BORC TO Z-TUTAR.
           DISPLAY 'BORC / ALACAK :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR LINE 7 POSITION 18.
           MOVE GENEL-ALACAK TO Z-TUTAR.
           DISPLAY Z-TUTAR LINE 7 POSITION 38
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'PARCA (YEV/KEB):' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ED-YEV-PARCA LINE 8 POSITION 19
              '/' ED-KEB-PARCA.
           DISPLAY 'KLASOR        :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              XD-KLASOR LINE 9 POSITION 18.
       URET-KAPAT.
           CLOSE TEMPFILE.
           DELETE FILE TEMPFILE.
           ACCEPT F FROM ESCAPE KEY.
           PERFORM LISTELE THRU LISTELE-SON.
       URET-SON.

      * ayin yevmiye satirlari madde ve ana hesap sirasina dizilir
       TOPLA.
           OPEN INPUT YEVMIYE.
           MOVE E-YIL TO YV-YIL.
           MOVE E-AY TO YV-AY.
           MOVE 1 TO YV-GUN.
           MOVE ZEROS TO YV-SIRA.
           START YEVMIYE KEY IS NOT LESS THAN YV-KEY
              INVALID KEY GO TOPLA-KAPAT.
       TOPLA-OKU.
           READ YEVMIYE NEXT AT END GO TOPLA-KAPAT.
           IF YV-YIL NOT = E-YIL OR YV-AY NOT = E-AY
              GO TOPLA-KAPAT.
           MOVE 0 TO TP-TUR.
           MOVE SPACES TO TP-HESAP.
           MOVE YV-MADDE TO TP-MADDE.
           MOVE ZEROS TO TP-TARIH TP-SIRA.
           READ TEMPFILE
              INVALID KEY
                 MOVE ZEROS TO TP-BORC TP-ALACAK TP-SAYI
                 MOVE YV-TARIH TO TP-ILK-TARIH
                 WRITE TP-KAYIT END-WRITE.
           ADD YV-BORC TO TP-BORC.
           ADD YV-ALACAK TO TP-ALACAK.
           ADD 1 TO TP-SAYI.
           REWRITE TP-KAYIT.
           MOVE ZEROS TO TP-BORC TP-ALACAK TP-SAYI TP-ILK-TARIH.
           MOVE 1 TO TP-TUR.
           MOVE YV-TARIH TO TP-TARIH.
           MOVE YV-SIRA TO TP-SIRA.
           WRITE TP-KAYIT.
           MOVE 2 TO TP-TUR.
           MOVE YV-HESAP-KOD(1:3) TO TP-HESAP.
           WRITE TP-KAYIT.
           GO TOPLA-OKU.
       TOPLA-KAPAT.
           CLOSE YEVMIYE.
       TOPLA-SON.

      * her madde borc = alacak olmali; numaralar bir onceki
      * ayin son maddesinden bosluksuz devam etmeli
       KONTROL.
           MOVE ZEROS TO HATA-SAYI MADDE-SAYI ILK-MADDE SON-MADDE
              GENEL-BORC GENEL-ALACAK SATIR-SAYI.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'EDEFT' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'MADDE;TARIH;HATA;BORC;ALACAK' TO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE 0 TO TP-TUR.
           MOVE SPACES TO TP-HESAP.
           MOVE ZEROS TO TP-MADDE TP-TARIH TP-SIRA.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO KONTROL-KAPAT.
       KONTROL-OKU.
           READ TEMPFILE NEXT AT END GO KONTROL-KAPAT.
           IF TP-TUR NOT = 0 GO KONTROL-KAPAT.
           ADD 1 TO MADDE-SAYI.
           ADD TP-SAYI TO SATIR-SAYI.
           ADD TP-BORC TO GENEL-BORC.
           ADD TP-ALACAK TO GENEL-ALACAK.
           IF ILK-MADDE = ZEROS MOVE TP-MADDE TO ILK-MADDE.
           MOVE TP-MADDE TO SON-MADDE.
           IF TP-MADDE NOT = BEKLENEN
              MOVE SPACES TO CSV-SATIR
              STRING TP-MADDE ';' TP-ILK-TARIH ';'
                 'NUMARA ATLANDI (BEKLENEN ' BEKLENEN ')'
                 DELIMITED BY SIZE INTO CSV-SATIR
              WRITE CSV-SATIR
              ADD 1 TO HATA-SAYI
           END-IF.
           IF TP-BORC NOT = TP-ALACAK
              MOVE TP-BORC TO Z-TUTAR
              MOVE SPACES TO CSV-SATIR
              STRING TP-MADDE ';' TP-ILK-TARIH ';'
                 'BORC ALACAK ESIT DEGIL;' Z-TUTAR ';'
                 DELIMITED BY SIZE INTO CSV-SATIR
              MOVE TP-ALACAK TO Z-TUTAR
              STRING CSV-SATIR DELIMITED BY '  '
                 Z-TUTAR DELIMITED BY SIZE INTO CSV-SATIR
              WRITE CSV-SATIR
              ADD 1 TO HATA-SAYI
           END-IF.
           COMPUTE BEKLENEN = TP-MADDE + 1.
           GO KONTROL-OKU.
       KONTROL-KAPAT.
           CLOSE CSVOUT.
      * hareketsiz ay: numara bir sonraki aya aynen devreder
           IF MADDE-SAYI = ZEROS
              COMPUTE SON-MADDE = BEKLENEN - 1.
       KONTROL-SON.

      * firma unvani ve vkn DATA\FIRMA.KFG nin ilk iki satiridir
       FIRMA-OKU.
           INITIALIZE FIRMA-BILGI.
           OPEN INPUT FIRMAKFG.
           IF ST-TEMPFILE NOT = '00' GO FIRMA-OKU-SON.
           MOVE ZEROS TO KFG-NO.
       FIRMA-OKU-SATIR.
           READ FIRMAKFG AT END GO FIRMA-OKU-KAPAT.
           ADD 1 TO KFG-NO.
           IF KFG-NO = 1 MOVE KFG-SATIR TO FB-UNVAN.
           IF KFG-NO = 2 MOVE KFG-SATIR TO FB-VKN.
           IF KFG-NO < 2 GO FIRMA-OKU-SATIR.
       FIRMA-OKU-KAPAT.
           CLOSE FIRMAKFG.
       FIRMA-OKU-SON.

      * AYAR (TIP 43): cikis klasoru YAZDOS ta, bir parcaya
      * yazilacak en fazla satir EVRAKNO nun ilk 7 hanesinde
       AYAR-OKU.
           OPEN I-O AYAR.
           MOVE 43 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'E-DEFTER KLASORU / PARCA SATIRI'
                    TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-YAZPORT
                    AY-CIKTITIPI AY-YAZDOS2
                 MOVE '0050000' TO AY-EVRAKNO
                 MOVE 'EDEFTER\' TO AY-YAZDOS
                 PERFORM WRITE-AYAR
           END-READ.
           CLOSE AYAR.
           MOVE AY-YAZDOS TO XD-KLASOR.
           MOVE 50000 TO PARCA-SINIR.
           IF AY-EVRAKNO(1:7) NUMERIC
              MOVE AY-EVRAKNO(1:7) TO PARCA-SINIR.
           IF PARCA-SINIR < 1000 MOVE 1000 TO PARCA-SINIR.
       AYAR-OKU-SON.

       TARIH-HAZIRLA.
           MOVE 31 TO E-SON-GUN.
           IF E-AY = 4 OR E-AY = 6 OR E-AY = 9 OR E-AY = 11
              MOVE 30 TO E-SON-GUN.
           IF E-AY = 2
              MOVE 28 TO E-SON-GUN
              DIVIDE E-YIL BY 4 GIVING ARTIK REMAINDER KALAN
              IF KALAN = ZEROS MOVE 29 TO E-SON-GUN
              END-IF
              DIVIDE E-YIL BY 100 GIVING ARTIK REMAINDER KALAN
              IF KALAN = ZEROS MOVE 28 TO E-SON-GUN
              END-IF
              DIVIDE E-YIL BY 400 GIVING ARTIK REMAINDER KALAN
              IF KALAN = ZEROS MOVE 29 TO E-SON-GUN
              END-IF
           END-IF.
           MOVE SPACES TO XD-BAS XD-SON XD-BUGUN.
           STRING E-YIL '-' E-AY '-01' DELIMITED BY SIZE INTO XD-BAS.
           STRING E-YIL '-' E-AY '-' E-SON-GUN
              DELIMITED BY SIZE INTO XD-SON.
           STRING BU-YIL '-' BU-AY '-' BU-GUN
              DELIMITED BY SIZE INTO XD-BUGUN.
       TARIH-HAZIRLA-SON.

      * yevmiye defteri: madde sirasiyla, parca siniri dolunca
      * madde bolunmeden yeni parcaya gecilir
       YEVMIYE-DEFTERI.
           MOVE 'Y' TO DEFTER-TUR.
           MOVE ZEROS TO PARCA-NO PARCA-ACIK ESKI-MADDE.
           PERFORM PARCA-AC THRU PARCA-AC-SON.
           MOVE 1 TO TP-TUR.
           MOVE SPACES TO TP-HESAP.
           MOVE ZEROS TO TP-MADDE TP-TARIH TP-SIRA.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO YEVMIYE-DEFTERI-BITIR.
       YEVMIYE-DEFTERI-OKU.
           READ TEMPFILE NEXT AT END GO YEVMIYE-DEFTERI-BITIR.
           IF TP-TUR NOT = 1 GO YEVMIYE-DEFTERI-BITIR.
           MOVE TP-TARIH TO YV-TARIH.
           MOVE TP-SIRA TO YV-SIRA.
           READ YEVMIYE INVALID KEY GO YEVMIYE-DEFTERI-OKU.
           IF TP-MADDE NOT = ESKI-MADDE
              IF ESKI-MADDE NOT = ZEROS
                 MOVE '   </gl-cor:entryHeader>' TO DEFTER-SATIR
                 WRITE DEFTER-SATIR
                 IF PARCA-SATIR NOT < PARCA-SINIR
                    PERFORM PARCA-KAPAT THRU PARCA-KAPAT-SON
                    PERFORM PARCA-AC THRU PARCA-AC-SON
                 END-IF
              END-IF
              PERFORM MADDE-BASLIK THRU MADDE-BASLIK-SON
              MOVE TP-MADDE TO ESKI-MADDE
              MOVE ZEROS TO SATIR-NO
           END-IF.
           PERFORM DETAY-YAZ THRU DETAY-YAZ-SON.
           GO YEVMIYE-DEFTERI-OKU.
       YEVMIYE-DEFTERI-BITIR.
           IF ESKI-MADDE NOT = ZEROS
              MOVE '   </gl-cor:entryHeader>' TO DEFTER-SATIR
              WRITE DEFTER-SATIR.
           PERFORM PARCA-KAPAT THRU PARCA-KAPAT-SON.
       YEVMIYE-DEFTERI-SON.

      * madde basligi toplamlari tur 0 kaydindan alinir; sirali
      * okuma kaldigi satirdan yeniden konumlanir
       MADDE-BASLIK.
           MOVE TP-KEY TO TP-SAKLA.
           MOVE 0 TO TP-TUR.
           MOVE SPACES TO TP-HESAP.
           MOVE ZEROS TO TP-TARIH TP-SIRA.
           READ TEMPFILE INVALID KEY MOVE ZEROS TO TP-BORC TP-ALACAK.
           MOVE TP-BORC TO M-BORC.
           MOVE TP-ALACAK TO M-ALACAK.
           MOVE TP-SAKLA TO TP-KEY.
           START TEMPFILE KEY IS GREATER THAN TP-KEY
              INVALID KEY CONTINUE.
           MOVE M-BORC TO TP-BORC.
           MOVE M-ALACAK TO TP-ALACAK.
           ADD TP-BORC TO PARCA-BORC.
           ADD TP-ALACAK TO PARCA-ALACAK.
           IF PARCA-ILK = SPACES MOVE TP-MADDE TO PARCA-ILK.
           MOVE TP-MADDE TO PARCA-SON.
           MOVE '   <gl-cor:entryHeader>' TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           PERFORM YV-TARIH-HAZIRLA THRU YV-TARIH-HAZIRLA-SON.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '    <gl-cor:enteredDate' CTX '>' XD-TARIH
              '</gl-cor:enteredDate>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '    <gl-cor:entryNumber' CTX '>' TP-MADDE
              '</gl-cor:entryNumber>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE YV-ACIKLAMA TO XM-METIN.
           PERFORM METIN-HAZIRLA THRU METIN-HAZIRLA-SON.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '    <gl-cor:entryComment' CTX '>' DELIMITED BY SIZE
              XM-METIN DELIMITED BY '  '
              '</gl-cor:entryComment>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE TP-BORC TO XE-TUTAR.
           PERFORM TUTAR-HAZIRLA THRU TUTAR-HAZIRLA-SON.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '    <gl-bus:totalDebit' CTX CTU '>'
              DELIMITED BY SIZE
              XZ-DEGER DELIMITED BY ' '
              '</gl-bus:totalDebit>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE TP-ALACAK TO XE-TUTAR.
           PERFORM TUTAR-HAZIRLA THRU TUTAR-HAZIRLA-SON.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '    <gl-bus:totalCredit' CTX CTU '>'
              DELIMITED BY SIZE
              XZ-DEGER DELIMITED BY ' '
              '</gl-bus:totalCredit>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '    <gl-cor:entryNumberCounter' CTX
              ' decimals="INF">' TP-MADDE
              '</gl-cor:entryNumberCounter>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           ADD 6 TO PARCA-SATIR.
       MADDE-BASLIK-SON.

      * tek yevmiye satiri; kebirde satir numarasi madde no dur
       DETAY-YAZ.
           ADD 1 TO SATIR-NO.
           PERFORM HESAP-ADI-BUL THRU HESAP-ADI-BUL-SON.
           PERFORM YV-TARIH-HAZIRLA THRU YV-TARIH-HAZIRLA-SON.
           MOVE '    <gl-cor:entryDetail>' TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '     <gl-cor:lineNumber' CTX '>' SATIR-NO
              '</gl-cor:lineNumber><gl-cor:lineNumberCounter' CTX
              ' decimals="INF">' SATIR-NO
              '</gl-cor:lineNumberCounter>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           IF TUR-KEBIR
              MOVE SPACES TO DEFTER-SATIR
              STRING '     <gl-cor:entryNumberCounter' CTX
                 ' decimals="INF">' YV-MADDE
                 '</gl-cor:entryNumberCounter>' DELIMITED BY SIZE
                 INTO DEFTER-SATIR
              WRITE DEFTER-SATIR
           END-IF.
           MOVE '     <gl-cor:account>' TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '      <gl-cor:accountMainID' CTX '>'
              DELIMITED BY SIZE
              HESAP-ANA DELIMITED BY ' '
              '</gl-cor:accountMainID>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE HESAP-ANA-ADI TO XM-METIN.
           PERFORM METIN-HAZIRLA THRU METIN-HAZIRLA-SON.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '      <gl-cor:accountMainDescription' CTX '>'
              DELIMITED BY SIZE
              XM-METIN DELIMITED BY '  '
              '</gl-cor:accountMainDescription>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           IF YV-HESAP-KOD(4:7) NOT = SPACES
              MOVE HESAP-ALT-ADI TO XM-METIN
              PERFORM METIN-HAZIRLA THRU METIN-HAZIRLA-SON
              MOVE SPACES TO DEFTER-SATIR
              STRING '      <gl-cor:accountSub><gl-cor:accountSubID'
                 CTX '>' DELIMITED BY SIZE
                 YV-HESAP-KOD DELIMITED BY ' '
                 '</gl-cor:accountSubID>' DELIMITED BY SIZE
                 '<gl-cor:accountSubDescription' CTX '>'
                 DELIMITED BY SIZE
                 XM-METIN DELIMITED BY '  '
                 '</gl-cor:accountSubDescription></gl-cor:accountSub>'
                 DELIMITED BY SIZE
                 INTO DEFTER-SATIR
              WRITE DEFTER-SATIR
           END-IF.
           MOVE '     </gl-cor:account>' TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE SPACES TO DEFTER-SATIR.
           IF YV-BORC NOT = ZEROS
              MOVE YV-BORC TO XE-TUTAR
              PERFORM TUTAR-HAZIRLA THRU TUTAR-HAZIRLA-SON
              STRING '     <gl-cor:amount' CTX CTU '>'
                 DELIMITED BY SIZE
                 XZ-DEGER DELIMITED BY ' '
                 '</gl-cor:amount><gl-cor:debitCreditCode' CTX
                 '>D</gl-cor:debitCreditCode>' DELIMITED BY SIZE
                 INTO DEFTER-SATIR
           ELSE
              MOVE YV-ALACAK TO XE-TUTAR
              PERFORM TUTAR-HAZIRLA THRU TUTAR-HAZIRLA-SON
              STRING '     <gl-cor:amount' CTX CTU '>'
                 DELIMITED BY SIZE
                 XZ-DEGER DELIMITED BY ' '
                 '</gl-cor:amount><gl-cor:debitCreditCode' CTX
                 '>C</gl-cor:debitCreditCode>' DELIMITED BY SIZE
                 INTO DEFTER-SATIR
           END-IF.
           WRITE DEFTER-SATIR.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '     <gl-cor:postingDate' CTX '>' XD-TARIH
              '</gl-cor:postingDate>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           IF YV-KAYNAK-EVRAK NOT = SPACES
              MOVE SPACES TO DEFTER-SATIR
              STRING '     <gl-cor:documentType' CTX
                 '>other</gl-cor:documentType>'
                 '<gl-cor:documentNumber' CTX '>'
                 DELIMITED BY SIZE
                 YV-KAYNAK-EVRAK DELIMITED BY '  '
                 '</gl-cor:documentNumber>' DELIMITED BY SIZE
                 INTO DEFTER-SATIR
              WRITE DEFTER-SATIR
           END-IF.
           MOVE YV-ACIKLAMA TO XM-METIN.
           PERFORM METIN-HAZIRLA THRU METIN-HAZIRLA-SON.
           MOVE SPACES TO DEFTER-SATIR.
           STRING '     <gl-cor:detailComment' CTX '>'
              DELIMITED BY SIZE
              XM-METIN DELIMITED BY '  '
              '</gl-cor:detailComment>' DELIMITED BY SIZE
              INTO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE '    </gl-cor:entryDetail>' TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           ADD 12 TO PARCA-SATIR.
       DETAY-YAZ-SON.

      * kebir: ana hesap basina bir baslik, altinda ayin satirlari
      * madde sirasiyla; parca ancak hesap degisirken bolunur
       KEBIR-DEFTERI.
           MOVE 'K' TO DEFTER-TUR.
           MOVE ZEROS TO PARCA-NO PARCA-ACIK.
           MOVE SPACES TO ESKI-HESAP.
           PERFORM PARCA-AC THRU PARCA-AC-SON.
           MOVE 2 TO TP-TUR.
           MOVE SPACES TO TP-HESAP.
           MOVE ZEROS TO TP-MADDE TP-TARIH TP-SIRA.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO KEBIR-DEFTERI-BITIR.
       KEBIR-DEFTERI-OKU.
           READ TEMPFILE NEXT AT END GO KEBIR-DEFTERI-BITIR.
           IF TP-TUR NOT = 2 GO KEBIR-DEFTERI-BITIR.
           MOVE TP-TARIH TO YV-TARIH.
           MOVE TP-SIRA TO YV-SIRA.
           READ YEVMIYE INVALID KEY GO KEBIR-DEFTERI-OKU.
           IF TP-HESAP NOT = ESKI-HESAP
              IF ESKI-HESAP NOT = SPACES
                 MOVE '   </gl-cor:entryHeader>' TO DEFTER-SATIR
                 WRITE DEFTER-SATIR
                 IF PARCA-SATIR NOT < PARCA-SINIR
                    PERFORM PARCA-KAPAT THRU PARCA-KAPAT-SON
                    PERFORM PARCA-AC THRU PARCA-AC-SON
                 END-IF
              END-IF
              MOVE '   <gl-cor:entryHeader>' TO DEFTER-SATIR
              WRITE DEFTER-SATIR
              MOVE TP-HESAP TO ESKI-HESAP
              IF PARCA-ILK = SPACES MOVE TP-HESAP TO PARCA-ILK
              END-IF
              MOVE TP-HESAP TO PARCA-SON
              MOVE ZEROS TO SATIR-NO
           END-IF.
           ADD YV-BORC TO PARCA-BORC.
           ADD YV-ALACAK TO PARCA-ALACAK.
           PERFORM DETAY-YAZ THRU DETAY-YAZ-SON.
           GO KEBIR-DEFTERI-OKU.
       KEBIR-DEFTERI-BITIR.
           IF ESKI-HESAP NOT = SPACES
              MOVE '   </gl-cor:entryHeader>' TO DEFTER-SATIR
              WRITE DEFTER-SATIR.
           PERFORM PARCA-KAPAT THRU PARCA-KAPAT-SON.
       KEBIR-DEFTERI-SON.

      * dosya adi VKN-YYYYAA-Y-PARCANO.xml (kebirde K), berat
      * dosyasi ayni adla YB / KB; berat mali muhurle imzalanmak
      * uzere hazirlanir
       PARCA-AC.
           MOVE SPACES TO DEFTER-YOL BERAT-YOL PARCA-ILK PARCA-SON
              XD-UNIQUE.
           MOVE ZEROS TO PARCA-SATIR PARCA-BORC PARCA-ALACAK.
           STRING XD-KLASOR DELIMITED BY ' '
              FB-VKN DELIMITED BY ' '
              '-' E-YIL E-AY '-' DEFTER-TUR '-' PARCA-NO '.xml'
              DELIMITED BY SIZE INTO DEFTER-YOL.
           STRING XD-KLASOR DELIMITED BY ' '
              FB-VKN DELIMITED BY ' '
              '-' E-YIL E-AY '-' DEFTER-TUR 'B-' PARCA-NO '.xml'
              DELIMITED BY SIZE INTO BERAT-YOL.
           IF TUR-YEVMIYE
              STRING 'YEV' E-YIL E-AY PARCA-NO
                 DELIMITED BY SIZE INTO XD-UNIQUE
           ELSE
              STRING 'KEB' E-YIL E-AY PARCA-NO
                 DELIMITED BY SIZE INTO XD-UNIQUE
           END-IF.
           OPEN OUTPUT DEFTEROUT.
           MOVE 1 TO PARCA-ACIK.
           MOVE 'D' TO HEDEF.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE '<edefter:defter xmlns:edefter="http://www.edefter.gov.
      -       'tr"' TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           PERFORM AD-ALANI THRU AD-ALANI-SON.
           MOVE ' <xbrli:xbrl>' TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           PERFORM BAGLAM-YAZ THRU BAGLAM-YAZ-SON.
       PARCA-AC-SON.

       AD-ALANI.
           MOVE '  xmlns:xbrli="http://www.xbrl.org/2003/instance"'
              TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '  xmlns:gl-cor="http://www.xbrl.org/int/gl/cor/2006-1
      -       '0-25"' TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '  xmlns:gl-bus="http://www.xbrl.org/int/gl/bus/2006-1
      -       '0-25"' TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '  xmlns:iso4217="http://www.xbrl.org/2003/iso4217"'
              TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '  xmlns:iso639="http://www.xbrl.org/2005/iso639"'
              TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '  xmlns:ds="http://www.w3.org/2000/09/xmldsig#">'
              TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
       AD-ALANI-SON.

      * xbrl baglami, belge ve isletme bilgisi
       BAGLAM-YAZ.
           MOVE '  <xbrli:context id="ledger_context">' TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO X-SATIR.
           STRING '   <xbrli:entity><xbrli:identifier scheme="http://'
              'www.gib.gov.tr">' DELIMITED BY SIZE
              FB-VKN DELIMITED BY ' '
              '</xbrli:identifier></xbrli:entity>' DELIMITED BY SIZE
              INTO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO X-SATIR.
           STRING '   <xbrli:period><xbrli:instant>' XD-SON
              '</xbrli:instant></xbrli:period>' DELIMITED BY SIZE
              INTO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '  </xbrli:context>' TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '  <xbrli:unit id="try"><xbrli:measure>iso4217:TRY</x
      -       'brli:measure></xbrli:unit>' TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '  <gl-cor:accountingEntries>' TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '   <gl-cor:documentInfo>' TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO X-SATIR.
           IF TUR-YEVMIYE
              STRING '    <gl-cor:entriesType' CTX
                 '>journal</gl-cor:entriesType>' DELIMITED BY SIZE
                 INTO X-SATIR
           ELSE
              STRING '    <gl-cor:entriesType' CTX
                 '>ledger</gl-cor:entriesType>' DELIMITED BY SIZE
                 INTO X-SATIR
           END-IF.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO X-SATIR.
           STRING '    <gl-cor:uniqueID' CTX '>' XD-UNIQUE(1:15)
              '</gl-cor:uniqueID>' DELIMITED BY SIZE
              INTO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO X-SATIR.
           STRING '    <gl-cor:language' CTX
              '>iso639:tr</gl-cor:language>' DELIMITED BY SIZE
              INTO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO X-SATIR.
           STRING '    <gl-cor:creationDate' CTX '>' XD-BUGUN
              '</gl-cor:creationDate>' DELIMITED BY SIZE
              INTO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO X-SATIR.
           STRING '    <gl-bus:periodCoveredStart' CTX '>' XD-BAS
              '</gl-bus:periodCoveredStart>' DELIMITED BY SIZE
              INTO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO X-SATIR.
           STRING '    <gl-bus:periodCoveredEnd' CTX '>' XD-SON
              '</gl-bus:periodCoveredEnd>' DELIMITED BY SIZE
              INTO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '   </gl-cor:documentInfo>' TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '   <gl-cor:entityInformation><gl-bus:organizationIden
      -       'tifiers>' TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO X-SATIR.
           STRING '    <gl-bus:organizationIdentifier' CTX '>'
              DELIMITED BY SIZE
              FB-VKN DELIMITED BY ' '
              '</gl-bus:organizationIdentifier>' DELIMITED BY SIZE
              INTO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE FB-UNVAN TO XM-METIN.
           PERFORM METIN-HAZIRLA THRU METIN-HAZIRLA-SON.
           MOVE SPACES TO X-SATIR.
           STRING '    <gl-bus:organizationDescription' CTX '>'
              DELIMITED BY SIZE
              XM-METIN DELIMITED BY '  '
              '</gl-bus:organizationDescription>' DELIMITED BY SIZE
              INTO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE '   </gl-bus:organizationIdentifiers></gl-cor:entityIn
      -       'formation>' TO X-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
       BAGLAM-YAZ-SON.

      * parca kapanir, berati yazilir, sonraki parca numarasi
       PARCA-KAPAT.
           IF PARCA-ACIK = ZEROS GO PARCA-KAPAT-SON.
           MOVE '  </gl-cor:accountingEntries>' TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE ' </xbrli:xbrl>' TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           MOVE '</edefter:defter>' TO DEFTER-SATIR.
           WRITE DEFTER-SATIR.
           CLOSE DEFTEROUT.
           MOVE ZEROS TO PARCA-ACIK.
           PERFORM BERAT-YAZ THRU BERAT-YAZ-SON.
           ADD 1 TO PARCA-NO.
       PARCA-KAPAT-SON.

      * berat: parcanin kimligi, kapsadigi aralik ve toplamlari;
      * ozet degeri ve imza muhurleme programinca eklenir
       BERAT-YAZ.
           OPEN OUTPUT BERATOUT.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO BERAT-SATIR.
           WRITE BERAT-SATIR.
           MOVE '<edefter:berat xmlns:edefter="http://www.edefter.gov.
      -       'tr"' TO BERAT-SATIR.
           WRITE BERAT-SATIR.
           MOVE 'B' TO HEDEF.
           PERFORM AD-ALANI THRU AD-ALANI-SON.
           MOVE ' <xbrli:xbrl>' TO BERAT-SATIR.
           WRITE BERAT-SATIR.
           PERFORM BAGLAM-YAZ THRU BAGLAM-YAZ-SON.
           MOVE '   <gl-cor:entryHeader>' TO BERAT-SATIR.
           WRITE BERAT-SATIR.
           MOVE SPACES TO BERAT-SATIR.
           STRING '    <gl-cor:entryComment' CTX '>'
              DELIMITED BY SIZE
              DEFTER-YOL DELIMITED BY ' '
              '</gl-cor:entryComment>' DELIMITED BY SIZE
              INTO BERAT-SATIR.
           WRITE BERAT-SATIR.
           MOVE SPACES TO BERAT-SATIR.
           STRING '    <gl-cor:entryNumber' CTX '>'
              DELIMITED BY SIZE
              PARCA-ILK DELIMITED BY ' '
              '-' DELIMITED BY SIZE
              PARCA-SON DELIMITED BY ' '
              '</gl-cor:entryNumber>' DELIMITED BY SIZE
              INTO BERAT-SATIR.
           WRITE BERAT-SATIR.
           MOVE PARCA-BORC TO XE-TUTAR.
           PERFORM TUTAR-HAZIRLA THRU TUTAR-HAZIRLA-SON.
           MOVE SPACES TO BERAT-SATIR.
           STRING '    <gl-bus:totalDebit' CTX CTU '>'
              DELIMITED BY SIZE
              XZ-DEGER DELIMITED BY ' '
              '</gl-bus:totalDebit>' DELIMITED BY SIZE
              INTO BERAT-SATIR.
           WRITE BERAT-SATIR.
           MOVE PARCA-ALACAK TO XE-TUTAR.
           PERFORM TUTAR-HAZIRLA THRU TUTAR-HAZIRLA-SON.
           MOVE SPACES TO BERAT-SATIR.
           STRING '    <gl-bus:totalCredit' CTX CTU '>'
              DELIMITED BY SIZE
              XZ-DEGER DELIMITED BY ' '
              '</gl-bus:totalCredit>' DELIMITED BY SIZE
              INTO BERAT-SATIR.
           WRITE BERAT-SATIR.
           MOVE '   </gl-cor:entryHeader>' TO BERAT-SATIR.
           WRITE BERAT-SATIR.
           MOVE '  </gl-cor:accountingEntries>' TO BERAT-SATIR.
           WRITE BERAT-SATIR.
           MOVE ' </xbrli:xbrl>' TO BERAT-SATIR.
           WRITE BERAT-SATIR.
           MOVE '</edefter:berat>' TO BERAT-SATIR.
           WRITE BERAT-SATIR.
           CLOSE BERATOUT.
       BERAT-YAZ-SON.

      * ortak bas bilgisi o an yazilan dosyaya (defter/berat) gider
       SATIR-YAZ.
           IF HEDEF-BERAT
              WRITE BERAT-SATIR FROM X-SATIR
           ELSE
              WRITE DEFTER-SATIR FROM X-SATIR
           END-IF.
       SATIR-YAZ-SON.

       LOG-YAZ.
           OPEN I-O EDEFLOG.
           MOVE E-YIL TO ED-YIL.
           MOVE E-AY TO ED-AY.
           READ EDEFLOG INVALID KEY MOVE ZEROS TO ED-GONDERIM-TARIH.
           MOVE 'U' TO ED-DURUM.
           MOVE BUGUN TO ED-URETIM-TARIH.
           ACCEPT SAAT FROM TIME.
           MOVE SAAT TO ED-URETIM-SAAT.
           MOVE OT-KULLANICI-ADI TO ED-KULLANICI.
           MOVE ILK-MADDE TO ED-MADDE-ILK.
           MOVE SON-MADDE TO ED-MADDE-SON.
           MOVE SATIR-SAYI TO ED-SATIR-SAYI.
           MOVE GENEL-BORC TO ED-BORC.
           MOVE GENEL-ALACAK TO ED-ALACAK.
           MOVE YEV-PARCA TO ED-YEV-PARCA.
           MOVE PARCA-NO TO ED-KEB-PARCA.
           MOVE SPACES TO ED-GONDEREN ED-ONAY-NO.
           PERFORM REWRITE-EDEFLOG.
           IF WVAR = 0 PERFORM WRITE-EDEFLOG.
           CLOSE EDEFLOG.
       LOG-YAZ-SON.

      * portala yuklenip onaylanan ay gonderildi isaretlenir;
      * bundan sonra o ay yeniden uretilemez
       GONDERIM.
           PERFORM DONEM-AL THRU DONEM-AL-SON.
           IF F = 27 GO GONDERIM-SON.
           OPEN I-O EDEFLOG.
           MOVE E-YIL TO ED-YIL.
           MOVE E-AY TO ED-AY.
           READ EDEFLOG
              INVALID KEY
                 DISPLAY 'BU DONEM ICIN E-DEFTER URETILMEMIS !!!'
                    LINE 25 POSITION 28
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO GONDERIM-KAPAT.
           DISPLAY 'ONAY NO :' LINE 25 POSITION 28
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ED-ONAY-NO TO E-ONAY-NO.
           ACCEPT E-ONAY-NO LINE 25 POSITION 38 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GONDERIM-KAPAT.
           MOVE 'G' TO ED-DURUM.
           MOVE BUGUN TO ED-GONDERIM-TARIH.
           MOVE OT-KULLANICI-ADI TO ED-GONDEREN.
           MOVE E-ONAY-NO TO ED-ONAY-NO.
           PERFORM REWRITE-EDEFLOG.
       GONDERIM-KAPAT.
           CLOSE EDEFLOG.
           DISPLAY SPACES LINE 25 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       GONDERIM-SON.

      * ana hesap (ilk 3 hane) ve alt hesap adlari HESPLAN dan
       HESAP-ADI-BUL.
           MOVE SPACES TO HESAP-ANA.
           MOVE YV-HESAP-KOD(1:3) TO HESAP-ANA.
           MOVE YV-HESAP-KOD TO HP-KOD.
           READ HESPLAN
              INVALID KEY MOVE 'TANIMSIZ HESAP' TO HP-ADI.
           MOVE HP-ADI TO HESAP-ALT-ADI HESAP-ANA-ADI.
           IF YV-HESAP-KOD(4:7) = SPACES GO HESAP-ADI-BUL-SON.
           MOVE HESAP-ANA TO HP-KOD.
           READ HESPLAN
              NOT INVALID KEY MOVE HP-ADI TO HESAP-ANA-ADI.
       HESAP-ADI-BUL-SON.

       YV-TARIH-HAZIRLA.
           MOVE SPACES TO XD-TARIH.
           STRING YV-YIL '-' YV-AY '-' YV-GUN
              DELIMITED BY SIZE INTO XD-TARIH.
       YV-TARIH-HAZIRLA-SON.

      * xml tutari noktali ve soldan bosluksuz
       TUTAR-HAZIRLA.
           INSPECT XE-TUTAR REPLACING ALL ',' BY '.'.
           MOVE ZEROS TO XB.
           INSPECT XE-TUTAR TALLYING XB FOR LEADING SPACES.
           MOVE SPACES TO XZ-DEGER.
           MOVE XE-TUTAR(XB + 1:) TO XZ-DEGER.
       TUTAR-HAZIRLA-SON.

      * xml de ozel anlami olan karakterler metinden ayiklanir
       METIN-HAZIRLA.
           INSPECT XM-METIN REPLACING ALL '&' BY '+'
                                      ALL '<' BY '('
                                      ALL '>' BY ')'.
           IF XM-METIN = SPACES MOVE '-' TO XM-METIN.
       METIN-HAZIRLA-SON.

       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==EDEFLOG==
                                  "%T%"  BY "EDEFLOG"
                                 ==%R%== BY ==ED-KAYIT==.
