       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'SUBETRF'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'sbtrf.cpy'.
       copy 'stok.cpy'.
       copy 'stokadet.cpy'.
       copy 'depo.cpy'.
       copy 'ayar.cpy'.
       copy 'donem.cpy'.
       copy 'oturum.cpy'.
            SELECT SUBEKFG ASSIGN TO DISK, 'DATA\SUBE.KFG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT ORTAKKFG ASSIGN TO DISK, 'DATA\ORTAK.KFG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT RAPOR ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'sbtrf.cpz'.
       copy 'stok.cpz'.
       copy 'stokadet.cpz'.
       copy 'depo.cpz'.
       copy 'ayar.cpz'.
       copy 'donem.cpz'.
       copy 'oturum.cpz'.
       FD SUBEKFG.
       01 KFG-SATIR                     PIC X(100).
       FD ORTAKKFG.
       01 ORTAK-SATIR                   PIC X(100).
       FD RAPOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
       01 RAPOR-SATIR                   PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 SB                PIC 9.
           02 SI                PIC 99.
           02 E-SEC             PIC 99.
           02 E-DEPONO          PIC 9999.
           02 E-KATNO           PIC 9999.
           02 E-STNO            PIC X(15).
           02 E-ADET            PIC 9(7).
           02 E-EKSIK           PIC 9(7).
           02 E-HASARLI         PIC 9(7).
           02 E-ONAY            PIC X.
           02 E-ACIKLAMA        PIC X(40).
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-SAYI            PIC ZZZZ9.
           02 Z-ADET            PIC ------9.
           02 YZ-TUTAR          PIC -------------,--.
           02 Z-TARIH.
               03 Z-GUN             PIC 99.
               03 FILLER            PIC X VALUE '/'.
               03 Z-AY              PIC 99.
               03 FILLER            PIC X VALUE '/'.
               03 Z-YIL             PIC 9999.
           02 DURUM-ADI         PIC X(10).
       77 OTOMATIK              PIC 9.
      * DATA\SUBE.KFG (KONSOL ile ortak): SUBEADI;YOL. yolu DATA\
      * olan satir bu subedir
       01 SUBE-DEGIS.
           02 SUBE-SAYI         PIC 9.
           02 BU-SUBE           PIC X(15).
           02 HEDEF-SUBE        PIC X(15).
       01 SUBE-TANIM.
           02 SUBE-SATIRI OCCURS 8 TIMES.
               03 SUBE-ADI          PIC X(15).
               03 SUBE-YOL          PIC X(40).
      * DATA\ORTAK.KFG ilk satiri butun subelerin eristigi ortak
      * klasordur
       01 TRF-DOSYA.
           02 TRF-YOL           PIC X(40).
           02 FILLER            PIC X(9) VALUE 'SBTRF.DAT'.
      * gonderilecek kalemler; teslimde ayni tablo eksik ve
      * hasarli miktarlari tutar
       01 KALEM-TABLO.
           02 KALEM-SAY         PIC 99.
           02 KALEM OCCURS 50 TIMES.
               03 KL-KATNO          PIC 9999.
               03 KL-STNO           PIC X(15).
               03 KL-ADET           PIC 9(9).
               03 KL-EKSIK          PIC 9(9).
               03 KL-HASARLI        PIC 9(9).
      * teslim bekleyen transferler
       01 BEKLEYEN-TABLO.
           02 BEK-SAY           PIC 99.
           02 BEKLEYEN OCCURS 20 TIMES.
               03 BL-GONDEREN       PIC X(15).
               03 BL-NO             PIC X(15).
       01 TRF-DEGIS.
           02 L-NEDEN           PIC X(40).
           02 Y-NO              PIC X(15).
           02 Y-GONDEREN        PIC X(15).
           02 DEPO-BAKIYE       PIC S9(10).
           02 FARK-VAR          PIC 9.
           02 FARK-ADET         PIC 9(9).
           02 FARK-TUTAR        PIC S9(13)V99.
           02 RAPOR-SAY         PIC 9(5).
           02 TESLIM-TARIH      PIC X(10).
       01 AD-DEGIS.
           02 AD-KATNO          PIC 9999.
           02 AD-STNO           PIC X(15).
           02 AD-DEPONO         PIC 9999.
           02 AD-TIP            PIC 9.
           02 AD-GIR            PIC 9(9).
           02 AD-CIK            PIC 9(9).
       copy 'donem.var'.
       copy 'numara.var'.
       copy 'oturum.var'.
       copy 'eksistok.var'.
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
      * subeler arasi stok transferi: gonderen sube kaynak
      * depodan cikisi (STOKADET TIP 1) yazar ve ortak klasordeki
      * SBTRF dosyasina yolda kaydi acar. alan sube eksik ve
      * hasarli miktarlari girerek teslim alir, saglam miktar
      * kendi deposuna giris olarak yazilir. yolda olan ve farkli
      * teslim alinan transferler raporlanir ('SBTRF')
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
      * /A ile ekransiz yalniz rapor uretilir
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/A'
                 MOVE 1 TO OTOMATIK.
           PERFORM OTURUM-OKU.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM SUBE-OKU THRU SUBE-OKU-SON.
           IF OTOMATIK = 1
              IF L-NEDEN = SPACES
                 PERFORM DOSYA-AC THRU DOSYA-AC-SON
                 PERFORM TRF-RAPOR THRU TRF-RAPOR-SON
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
              ' SUBELER ARASI STOK TRANSFERI ' LINE 2 POSITION 2.
           IF L-NEDEN NOT = SPACES
              DISPLAY L-NEDEN LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              DISPLAY SPACES LINE 34 POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
                 ' ESC ' 'CIKIS' REVERSE
              GO SON-TUS.
           DISPLAY 'SUBE: ' LINE 2 POSITION 50
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              BU-SUBE LINE 2 POSITION 56.
           PERFORM DOSYA-AC THRU DOSYA-AC-SON.
           PERFORM ANA-MENU THRU ANA-MENU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM GONDER THRU GONDER-SON
              GO TUS.
           IF F = 2 PERFORM TESLIM-AL THRU TESLIM-AL-SON
              GO TUS.
           IF F = 3 PERFORM TRF-RAPOR THRU TRF-RAPOR-SON
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
           CANCEL 'EKSISTOK'.
           EXIT PROGRAM.
           STOP RUN.

       ANA-MENU.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'TRANSFER GONDER' REVERSE
              ' F2 ' 'TESLIM AL' REVERSE
              ' F3 ' 'YOLDA / FARKLI RAPORU' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       ANA-MENU-SON.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

       HATA-YAZ.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY L-NEDEN LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       HATA-YAZ-SON.

      * sube listesi, bu sube ve ortak klasor okunur; eksik
      * tanimda L-NEDEN doner
       SUBE-OKU.
           MOVE SPACES TO L-NEDEN BU-SUBE TRF-YOL.
           MOVE ZEROS TO SUBE-SAYI.
           OPEN INPUT SUBEKFG.
           IF ST-TEMPFILE NOT = '00'
              MOVE 'SUBE.KFG BOS YA DA YOK !!!' TO L-NEDEN
              GO SUBE-OKU-SON.
       SUBE-OKU-SATIR.
           READ SUBEKFG AT END CLOSE SUBEKFG GO SUBE-OKU-KONTROL.
           IF KFG-SATIR = SPACES GO SUBE-OKU-SATIR.
           IF KFG-SATIR(1:1) = '*' GO SUBE-OKU-SATIR.
           IF SUBE-SAYI > 7 CLOSE SUBEKFG GO SUBE-OKU-KONTROL.
           ADD 1 TO SUBE-SAYI.
           UNSTRING KFG-SATIR DELIMITED BY ';'
              INTO SUBE-ADI(SUBE-SAYI) SUBE-YOL(SUBE-SAYI)
           END-UNSTRING.
           IF SUBE-YOL(SUBE-SAYI) = 'DATA\'
              MOVE SUBE-ADI(SUBE-SAYI) TO BU-SUBE.
           GO SUBE-OKU-SATIR.
       SUBE-OKU-KONTROL.
           IF BU-SUBE = SPACES
              MOVE 'SUBE.KFG DE DATA\ YOLLU SUBE YOK !!!' TO L-NEDEN
              GO SUBE-OKU-SON.
           OPEN INPUT ORTAKKFG.
           IF ST-TEMPFILE NOT = '00'
              MOVE 'ORTAK.KFG BOS YA DA YOK !!!' TO L-NEDEN
              GO SUBE-OKU-SON.
           READ ORTAKKFG AT END MOVE SPACES TO ORTAK-SATIR.
           CLOSE ORTAKKFG.
           MOVE ORTAK-SATIR TO TRF-YOL.
           IF TRF-YOL = SPACES
              MOVE 'ORTAK.KFG BOS YA DA YOK !!!' TO L-NEDEN.
       SUBE-OKU-SON.

       DOSYA-AC.
           OPEN I-O SBTRF.
           IF ST-SBTRF = '35'
              CLOSE SBTRF
              OPEN OUTPUT SBTRF
              CLOSE SBTRF
              OPEN I-O SBTRF.
           OPEN I-O STOK STOKADET.
           OPEN INPUT DEPO.
       DOSYA-AC-SON.

       DOSYA-KAPAT.
           CLOSE SBTRF STOK STOKADET DEPO.
       DOSYA-KAPAT-SON.

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

       DONEM-DENETLE.
           MOVE SPACES TO L-NEDEN.
           MOVE BU-YIL TO DNK-YIL.
           MOVE BU-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              MOVE 'DONEM KAPALI - ISLEM YAPILAMAZ !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON.
       DONEM-DENETLE-SON.

      * gonderim: hedef sube, kaynak depo ve kalemler girilir.
      * onaydan sonra numara alinir, transfer ortak dosyaya
      * yazilir ve mal kaynak depodan cikar
       GONDER.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM DONEM-DENETLE THRU DONEM-DENETLE-SON.
           IF L-NEDEN NOT = SPACES GO GONDER-SON.
           MOVE 5 TO SATIR.
           PERFORM VARYING SB FROM 1 BY 1 UNTIL SB > SUBE-SAYI
                IF SUBE-ADI(SB) NOT = BU-SUBE
                   DISPLAY SB LINE SATIR POSITION 4
                      CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                      SUBE-ADI(SB) LINE SATIR POSITION 7
                   ADD 1 TO SATIR
                END-IF
           END-PERFORM.
       GONDER-SUBE.
           DISPLAY 'HEDEF SUBE   :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-SEC.
           ACCEPT E-SEC LINE 4 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GONDER-SON.
           IF E-SEC = ZEROS OR E-SEC > SUBE-SAYI GO GONDER-SUBE.
           IF SUBE-ADI(E-SEC) = BU-SUBE GO GONDER-SUBE.
           MOVE SUBE-ADI(E-SEC) TO HEDEF-SUBE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'HEDEF SUBE   :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              HEDEF-SUBE LINE 4 POSITION 17
              'KAYNAK DEPO  :' LINE 5 POSITION 2
              'ACIKLAMA     :' LINE 6 POSITION 2.
       GONDER-DEPO.
           MOVE 1 TO E-DEPONO.
           ACCEPT E-DEPONO LINE 5 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GONDER-SON.
           MOVE E-DEPONO TO DP-NO.
           READ DEPO
              INVALID KEY
                 MOVE 'DEPO BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO GONDER-DEPO.
           DISPLAY DP-ADI LINE 5 POSITION 23
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SPACES TO E-ACIKLAMA.
           ACCEPT E-ACIKLAMA LINE 6 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GONDER-SON.
           MOVE ZEROS TO KALEM-SAY.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE E-DEPONO TO ES-DEPONO.
           MOVE 'SUBETRF' TO ES-PROGRAM.
           PERFORM KALEM-BASLIK THRU KALEM-BASLIK-SON.
       GONDER-SATIR.
           IF SATIR > 30
              PERFORM KALEM-BASLIK THRU KALEM-BASLIK-SON.
           MOVE ZEROS TO E-KATNO E-ADET.
           MOVE SPACES TO E-STNO.
           ACCEPT E-KATNO LINE SATIR POSITION 2 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GONDER-ONAY.
           ACCEPT E-STNO LINE SATIR POSITION 7 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GONDER-ONAY.
           IF E-STNO = SPACES GO GONDER-SATIR.
           PERFORM STOK-BUL THRU STOK-BUL-SON.
           IF ST-STNO = SPACES
              MOVE 'STOK BULUNAMADI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GONDER-SATIR.
           IF ST-HIZMET
              MOVE 'HIZMET KALEMI TRANSFER EDILMEZ !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GONDER-SATIR.
           DISPLAY ST-KATNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ST-STNO LINE SATIR POSITION 7
              ST-CINSI LINE SATIR POSITION 23 SIZE 25.
      * ayni kalem ikinci kez girilirse miktar eklenir
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > KALEM-SAY
                OR (KL-KATNO(SI) = ST-KATNO
                    AND KL-STNO(SI) = ST-STNO)
                CONTINUE
           END-PERFORM.
           IF SI > KALEM-SAY AND KALEM-SAY = 50
              MOVE 'BIR TRANSFERDE EN COK 50 KALEM' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GONDER-ONAY.
           MOVE ST-KATNO TO AD-KATNO.
           MOVE ST-STNO TO AD-STNO.
           MOVE E-DEPONO TO AD-DEPONO.
           PERFORM DEPO-BAKIYE-BUL THRU DEPO-BAKIYE-BUL-SON.
           MOVE DEPO-BAKIYE TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 49
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-ADET LINE SATIR POSITION 58 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GONDER-ONAY.
           IF E-ADET = ZEROS
              DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              GO GONDER-SATIR.
      * ayni transferde once girilen miktar EKSISTOK ta birikir
           MOVE 'K' TO ES-ISLEM.
           MOVE ST-KATNO TO ES-KATNO.
           MOVE ST-STNO TO ES-STNO.
           MOVE E-ADET TO ES-MIKTAR.
           CALL 'EKSISTOK' USING ES-ISTEK.
           IF ES-ENGELLENDI
              MOVE 'DEPODA YETERLI STOK YOK !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              GO GONDER-SATIR.
           IF SI > KALEM-SAY
              ADD 1 TO KALEM-SAY
              MOVE KALEM-SAY TO SI
              MOVE ST-KATNO TO KL-KATNO(SI)
              MOVE ST-STNO TO KL-STNO(SI)
              MOVE ZEROS TO KL-ADET(SI) KL-EKSIK(SI) KL-HASARLI(SI).
           ADD E-ADET TO KL-ADET(SI).
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO GONDER-SATIR.
       GONDER-ONAY.
           IF KALEM-SAY = ZEROS GO GONDER-SON.
           MOVE 'H' TO E-ONAY.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE KALEM-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ' KALEM GONDERILSIN MI (E/H) :' LINE 31 POSITION 7.
           ACCEPT E-ONAY LINE 31 POSITION 37 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' GO GONDER-SON.
           PERFORM NUMARA-URET THRU NUMARA-URET-SON.
           IF Y-NO = SPACES
              MOVE 'TRANSFER SAYACI OKUNAMADI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GONDER-SON.
           MOVE 'Y' TO ES-ISLEM.
           MOVE Y-NO TO ES-EVRAKNO.
           CALL 'EKSISTOK' USING ES-ISTEK.
           INITIALIZE TR-KAYIT.
           MOVE BU-SUBE TO TR-GONDEREN.
           MOVE Y-NO TO TR-NO.
           MOVE ZEROS TO TR-SIRA.
           MOVE HEDEF-SUBE TO TR-ALAN.
           MOVE E-DEPONO TO TR-KAYNAK-DEPO.
           MOVE BUGUN TO TR-GTARIH.
           MOVE 'Y' TO TR-DURUM.
           MOVE OT-KULLANICI-ADI TO TR-GKULLANICI.
           MOVE E-ACIKLAMA TO TR-ACIKLAMA.
           PERFORM WRITE-SBTRF.
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > KALEM-SAY
                PERFORM GONDER-KALEM THRU GONDER-KALEM-SON
           END-PERFORM.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'TRANSFER GONDERILDI: ' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Y-NO LINE 32 POSITION 23.
       GONDER-SON.

       GONDER-KALEM.
           MOVE KL-KATNO(SI) TO ST-KATNO.
           MOVE KL-STNO(SI) TO ST-STNO.
           READ STOK INVALID KEY INITIALIZE ST-KAYIT.
           INITIALIZE TR-KAYIT.
           MOVE BU-SUBE TO TR-GONDEREN.
           MOVE Y-NO TO TR-NO.
           MOVE SI TO TR-SIRA.
           MOVE HEDEF-SUBE TO TR-ALAN.
           MOVE E-DEPONO TO TR-KAYNAK-DEPO.
           MOVE BUGUN TO TR-GTARIH.
           MOVE 'Y' TO TR-DURUM.
           MOVE KL-KATNO(SI) TO TR-KATNO.
           MOVE KL-STNO(SI) TO TR-STNO.
           MOVE ST-CINSI TO TR-CINSI.
           MOVE ST-BARKOD TO TR-BARKOD.
           MOVE ST-SINIF TO TR-SINIF.
           MOVE ST-KDV TO TR-KDV.
           MOVE ST-MALIYET TO TR-MALIYET.
           MOVE KL-ADET(SI) TO TR-ADET.
           MOVE 2 TO FF-ISLEM.
           MOVE KL-KATNO(SI) TO FF-KATNO.
           MOVE KL-STNO(SI) TO FF-STNO.
           MOVE KL-ADET(SI) TO FF-ADET.
           MOVE ZEROS TO FF-BIRIM.
           PERFORM SUBE-KATMAN THRU SUBE-KATMAN-SON.
           IF FF-TUTAR > ZEROS AND TR-ADET > ZEROS
              COMPUTE TR-MALIYET ROUNDED = FF-TUTAR / TR-ADET.
           PERFORM WRITE-SBTRF.
           MOVE KL-KATNO(SI) TO AD-KATNO.
           MOVE KL-STNO(SI) TO AD-STNO.
           MOVE E-DEPONO TO AD-DEPONO.
           MOVE 1 TO AD-TIP.
           MOVE ZEROS TO AD-GIR.
           MOVE KL-ADET(SI) TO AD-CIK.
           PERFORM AD-YAZ THRU AD-YAZ-SON.
       GONDER-KALEM-SON.

       KALEM-BASLIK.
           PERFORM VARYING SATIR FROM 8 BY 1 UNTIL SATIR > 31
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           DISPLAY 'KAT. STOK NO         CINSI' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'DEPODA       ADET' LINE 8 POSITION 50.
           MOVE 9 TO SATIR.
       KALEM-BASLIK-SON.

      * transfer numaralari her subenin kendi AYAR (TIP 48)
      * sayacindan uretilir; anahtar gonderen subeyi de icerdigi
      * icin subelerin numaralari cakismaz
       NUMARA-URET.
           OPEN I-O AYAR.
           MOVE 48 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'SUBE TRANSFER SAYACI' TO AY-ACIKLAMA
                 MOVE 'ST{7}' TO AY-EVRAKFORMAT
                 MOVE 'ST0000000' TO AY-EVRAKNO
                 MOVE SPACES TO AY-YAZDOS AY-YAZPORT AY-CIKTITIPI
                 PERFORM WRITE-AYAR
           END-READ.
           MOVE 48 TO DX-TIP.
           MOVE ZEROS TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           MOVE AY-EVRAKNO TO Y-NO.
           CLOSE AYAR.
       NUMARA-URET-SON.

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

      * depoya son siradan sonra hareket satiri eklenir; mal
      * subeden cikip girdigi icin stok kartindaki toplam bakiye
      * de degisir
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
           MOVE AD-KATNO TO ST-KATNO.
           MOVE AD-STNO TO ST-STNO.
           READ STOK INVALID KEY GO AD-YAZ-SON.
           IF BU-YIL NOT = ST-BAKIYE-YIL
              MOVE ZEROS TO ST-BAKIYE
              MOVE BU-YIL TO ST-BAKIYE-YIL.
           COMPUTE ST-BAKIYE = ST-BAKIYE + AD-GIR - AD-CIK.
           PERFORM REWRITE-STOK.
       AD-YAZ-SON.

      * teslim alma: bu subeye yolda olan transferler listelenir,
      * secilen transferin her kalemi icin eksik ve hasarli
      * miktar girilir. saglam miktar alan depoya girer; fark
      * varsa transfer farkli teslim olarak kapanir
       TESLIM-AL.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM DONEM-DENETLE THRU DONEM-DENETLE-SON.
           IF L-NEDEN NOT = SPACES GO TESLIM-AL-SON.
           PERFORM BEKLEYEN-BUL THRU BEKLEYEN-BUL-SON.
           IF BEK-SAY = ZEROS
              MOVE 'YOLDA TRANSFER YOK' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO TESLIM-AL-SON.
       TESLIM-AL-SEC.
           DISPLAY 'TRANSFER SEC :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-SEC.
           ACCEPT E-SEC LINE 4 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO TESLIM-AL-SON.
           IF E-SEC = ZEROS OR E-SEC > BEK-SAY GO TESLIM-AL-SEC.
           MOVE BL-GONDEREN(E-SEC) TO Y-GONDEREN.
           MOVE BL-NO(E-SEC) TO Y-NO.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE Y-GONDEREN TO TR-GONDEREN.
           MOVE Y-NO TO TR-NO.
           MOVE ZEROS TO TR-SIRA.
           READ SBTRF
              INVALID KEY
                 MOVE 'TRANSFER OKUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO TESLIM-AL-SON.
           MOVE TR-GGUN TO Z-GUN.
           MOVE TR-GAY TO Z-AY.
           MOVE TR-GYIL TO Z-YIL.
           DISPLAY 'GONDEREN     :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              TR-GONDEREN LINE 4 POSITION 17
              TR-NO LINE 4 POSITION 34
              Z-TARIH LINE 4 POSITION 51
              TR-ACIKLAMA LINE 5 POSITION 17
              'ALAN DEPO    :' LINE 6 POSITION 2.
       TESLIM-AL-DEPO.
           MOVE 1 TO E-DEPONO.
           ACCEPT E-DEPONO LINE 6 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO TESLIM-AL-SON.
           MOVE E-DEPONO TO DP-NO.
           READ DEPO
              INVALID KEY
                 MOVE 'DEPO BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO TESLIM-AL-DEPO.
           DISPLAY DP-ADI LINE 6 POSITION 23
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM TESLIM-BASLIK THRU TESLIM-BASLIK-SON.
           MOVE ZEROS TO KALEM-SAY.
           MOVE Y-GONDEREN TO TR-GONDEREN.
           MOVE Y-NO TO TR-NO.
           MOVE ZEROS TO TR-SIRA.
           START SBTRF KEY IS GREATER THAN TR-KEY
              INVALID KEY GO TESLIM-AL-ONAY.
       TESLIM-AL-OKU.
           READ SBTRF NEXT AT END GO TESLIM-AL-ONAY.
           IF TR-GONDEREN NOT = Y-GONDEREN OR TR-NO NOT = Y-NO
              GO TESLIM-AL-ONAY.
           IF KALEM-SAY = 50 GO TESLIM-AL-ONAY.
           IF SATIR > 30
              PERFORM TESLIM-BASLIK THRU TESLIM-BASLIK-SON.
           ADD 1 TO KALEM-SAY.
           MOVE KALEM-SAY TO SI.
           MOVE TR-KATNO TO KL-KATNO(SI).
           MOVE TR-STNO TO KL-STNO(SI).
           MOVE TR-ADET TO KL-ADET(SI).
           DISPLAY TR-KATNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              TR-STNO LINE SATIR POSITION 7
              TR-CINSI LINE SATIR POSITION 23 SIZE 25.
           MOVE TR-ADET TO Z-ADET.
           DISPLAY Z-ADET LINE SATIR POSITION 49
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       TESLIM-AL-MIKTAR.
           MOVE ZEROS TO E-EKSIK E-HASARLI.
           ACCEPT E-EKSIK LINE SATIR POSITION 58 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO TESLIM-AL-SON.
           ACCEPT E-HASARLI LINE SATIR POSITION 67 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO TESLIM-AL-SON.
           IF E-EKSIK + E-HASARLI > TR-ADET
              MOVE 'EKSIK + HASARLI GONDERILENI ASAMAZ' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO TESLIM-AL-MIKTAR.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE E-EKSIK TO KL-EKSIK(SI).
           MOVE E-HASARLI TO KL-HASARLI(SI).
           ADD 1 TO SATIR.
           GO TESLIM-AL-OKU.
       TESLIM-AL-ONAY.
           IF KALEM-SAY = ZEROS GO TESLIM-AL-SON.
           MOVE 'H' TO E-ONAY.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'TESLIM ALINSIN MI (E/H) :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-ONAY LINE 31 POSITION 28 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' GO TESLIM-AL-SON.
           MOVE ZEROS TO FARK-VAR.
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > KALEM-SAY
                PERFORM TESLIM-KALEM THRU TESLIM-KALEM-SON
           END-PERFORM.
           MOVE Y-GONDEREN TO TR-GONDEREN.
           MOVE Y-NO TO TR-NO.
           MOVE ZEROS TO TR-SIRA.
           READ SBTRF INVALID KEY GO TESLIM-AL-SON.
           PERFORM TESLIM-DURUM THRU TESLIM-DURUM-SON.
           PERFORM REWRITE-SBTRF.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'TRANSFER TESLIM ALINDI: ' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Y-NO LINE 32 POSITION 26.
           IF FARK-VAR = 1
              DISPLAY '(FARKLI)' LINE 32 POSITION 42
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       TESLIM-AL-SON.

       TESLIM-DURUM.
           MOVE E-DEPONO TO TR-HEDEF-DEPO.
           MOVE BUGUN TO TR-TTARIH.
           MOVE OT-KULLANICI-ADI TO TR-TKULLANICI.
           MOVE 'T' TO TR-DURUM.
           IF FARK-VAR = 1 MOVE 'F' TO TR-DURUM.
       TESLIM-DURUM-SON.

      * kart bu subede yoksa gonderen subenin bilgisiyle acilir
       TESLIM-KALEM.
           MOVE Y-GONDEREN TO TR-GONDEREN.
           MOVE Y-NO TO TR-NO.
           MOVE SI TO TR-SIRA.
           READ SBTRF INVALID KEY GO TESLIM-KALEM-SON.
           MOVE KL-EKSIK(SI) TO TR-EKSIK.
           MOVE KL-HASARLI(SI) TO TR-HASARLI.
           COMPUTE TR-ALINAN = TR-ADET - TR-EKSIK - TR-HASARLI.
           IF TR-EKSIK NOT = ZEROS OR TR-HASARLI NOT = ZEROS
              MOVE 1 TO FARK-VAR.
           PERFORM TESLIM-DURUM THRU TESLIM-DURUM-SON.
           MOVE 'T' TO TR-DURUM.
           IF TR-EKSIK NOT = ZEROS OR TR-HASARLI NOT = ZEROS
              MOVE 'F' TO TR-DURUM.
           PERFORM REWRITE-SBTRF.
           IF TR-ALINAN = ZEROS GO TESLIM-KALEM-SON.
           MOVE TR-KATNO TO ST-KATNO.
           MOVE TR-STNO TO ST-STNO.
           READ STOK
              INVALID KEY
                 INITIALIZE ST-KAYIT
                 MOVE TR-KATNO TO ST-KATNO
                 MOVE TR-STNO TO ST-STNO
                 MOVE TR-CINSI TO ST-CINSI
                 MOVE TR-BARKOD TO ST-BARKOD
                 MOVE TR-SINIF TO ST-SINIF
                 MOVE TR-KDV TO ST-KDV
                 MOVE TR-MALIYET TO ST-MALIYET
                 MOVE BUGUN TO ST-DEG
                 MOVE BU-YIL TO ST-BAKIYE-YIL
                 PERFORM WRITE-STOK.
           MOVE TR-KATNO TO AD-KATNO.
           MOVE TR-STNO TO AD-STNO.
           MOVE E-DEPONO TO AD-DEPONO.
           MOVE 1 TO AD-TIP.
           MOVE ZEROS TO AD-CIK.
           MOVE TR-ALINAN TO AD-GIR.
           PERFORM AD-YAZ THRU AD-YAZ-SON.
           MOVE 1 TO FF-ISLEM.
           MOVE TR-KATNO TO FF-KATNO.
           MOVE TR-STNO TO FF-STNO.
           MOVE TR-ALINAN TO FF-ADET.
           MOVE TR-MALIYET TO FF-BIRIM.
           PERFORM SUBE-KATMAN THRU SUBE-KATMAN-SON.
       TESLIM-KALEM-SON.

      * subeler arasi transfer satiri TIP 1 yazildigi icin genel
      * katman islemi atlar; her sube kendi katmanini tuttugundan
      * gonderen katman tuketir, alan transfer maliyetiyle katman
      * acar. gonderilen maliyet tuketilen katman maliyetidir
       SUBE-KATMAN.
           MOVE ZEROS TO FF-TUTAR.
           IF AYG-KATMAN = 0 GO SUBE-KATMAN-SON.
           MOVE BU-YIL TO FF-YIL.
           MOVE BU-AY TO FF-AY.
           MOVE BU-GUN TO FF-GUN.
           MOVE 'G' TO FF-KAYNAK.
           PERFORM KATMAN-CAGIR.
       SUBE-KATMAN-SON.

       TESLIM-BASLIK.
           PERFORM VARYING SATIR FROM 8 BY 1 UNTIL SATIR > 31
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           DISPLAY 'KAT. STOK NO         CINSI' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'GONDERILEN  EKSIK  HASARLI' LINE 8 POSITION 48.
           MOVE 9 TO SATIR.
       TESLIM-BASLIK-SON.

      * bu subeye gonderilmis ve yolda olan transferler
       BEKLEYEN-BUL.
           MOVE ZEROS TO BEK-SAY.
           DISPLAY 'NO GONDEREN       TRANSFER NO     TARIH'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ACIKLAMA' LINE 6 POSITION 52.
           MOVE 7 TO SATIR.
           MOVE LOW-VALUES TO TR-KEY.
           START SBTRF KEY IS NOT LESS THAN TR-KEY
              INVALID KEY GO BEKLEYEN-BUL-SON.
       BEKLEYEN-BUL-OKU.
           READ SBTRF NEXT AT END GO BEKLEYEN-BUL-SON.
           IF TR-SIRA NOT = ZEROS OR TR-ALAN NOT = BU-SUBE
              OR NOT TR-YOLDA
              GO BEKLEYEN-BUL-OKU.
           IF BEK-SAY = 20 GO BEKLEYEN-BUL-SON.
           ADD 1 TO BEK-SAY.
           MOVE TR-GONDEREN TO BL-GONDEREN(BEK-SAY).
           MOVE TR-NO TO BL-NO(BEK-SAY).
           MOVE TR-GGUN TO Z-GUN.
           MOVE TR-GAY TO Z-AY.
           MOVE TR-GYIL TO Z-YIL.
           DISPLAY BEK-SAY LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              TR-GONDEREN LINE SATIR POSITION 5
              TR-NO LINE SATIR POSITION 20
              Z-TARIH LINE SATIR POSITION 36
              TR-ACIKLAMA LINE SATIR POSITION 52 SIZE 26.
           ADD 1 TO SATIR.
           GO BEKLEYEN-BUL-OKU.
       BEKLEYEN-BUL-SON.

      * bu subenin gonderdigi ya da alacagi, yolda olan ve farkli
      * teslim alinan transferler; farkli teslimde yalniz farkli
      * kalemler, farkin tutari maliyetle
       TRF-RAPOR.
           MOVE ZEROS TO RAPOR-SAY.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'SBTRF' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE 'DURUM;GONDEREN;ALAN;TRANSFER NO;GONDERIM;TESLIM;KAYNA
      -       'K DEPO;ALAN DEPO;ACIKLAMA' TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE 'KALEM;KATNO;STOK NO;CINSI;GONDERILEN;EKSIK;HASARLI;AL
      -       'INAN;FARK TUTARI' TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           IF OTOMATIK = ZEROS
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON
              DISPLAY 'DURUM  GONDEREN       ALAN           TRANSFER'
                 LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 'GONDERIM   FARK TUTARI' LINE 4 POSITION 50.
           MOVE 5 TO SATIR.
           MOVE LOW-VALUES TO TR-KEY.
           START SBTRF KEY IS NOT LESS THAN TR-KEY
              INVALID KEY GO TRF-RAPOR-KAPAT.
       TRF-RAPOR-OKU.
           READ SBTRF NEXT AT END GO TRF-RAPOR-KAPAT.
           IF TR-SIRA NOT = ZEROS GO TRF-RAPOR-OKU.
           IF TR-GONDEREN NOT = BU-SUBE AND TR-ALAN NOT = BU-SUBE
              GO TRF-RAPOR-OKU.
           IF NOT TR-YOLDA AND NOT TR-FARKLI GO TRF-RAPOR-OKU.
           ADD 1 TO RAPOR-SAY.
           MOVE 'YOLDA' TO DURUM-ADI.
           IF TR-FARKLI MOVE 'FARKLI' TO DURUM-ADI.
           MOVE SPACES TO TESLIM-TARIH.
           IF TR-FARKLI
              MOVE TR-TGUN TO Z-GUN
              MOVE TR-TAY TO Z-AY
              MOVE TR-TYIL TO Z-YIL
              MOVE Z-TARIH TO TESLIM-TARIH.
           MOVE TR-GGUN TO Z-GUN.
           MOVE TR-GAY TO Z-AY.
           MOVE TR-GYIL TO Z-YIL.
           MOVE SPACES TO RAPOR-SATIR.
           STRING DURUM-ADI ';' TR-GONDEREN ';' TR-ALAN ';' TR-NO ';'
              Z-TARIH ';' TESLIM-TARIH ';' TR-KAYNAK-DEPO ';'
              TR-HEDEF-DEPO ';' TR-ACIKLAMA
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE TR-GONDEREN TO Y-GONDEREN.
           MOVE TR-NO TO Y-NO.
           MOVE ZEROS TO FARK-TUTAR.
           IF OTOMATIK = ZEROS AND SATIR < 32
              MOVE TR-GGUN TO Z-GUN
              MOVE TR-GAY TO Z-AY
              MOVE TR-GYIL TO Z-YIL
              DISPLAY DURUM-ADI LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 TR-GONDEREN LINE SATIR POSITION 9
                 TR-ALAN LINE SATIR POSITION 24
                 TR-NO LINE SATIR POSITION 39 SIZE 10
                 Z-TARIH LINE SATIR POSITION 50.
           PERFORM RAPOR-KALEM THRU RAPOR-KALEM-SON.
           IF OTOMATIK = ZEROS AND SATIR < 32
              MOVE FARK-TUTAR TO YZ-TUTAR
              DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 62
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ADD 1 TO SATIR.
      * kalemler okunurken baslik satirindan sonra gelindi
           MOVE Y-GONDEREN TO TR-GONDEREN.
           MOVE Y-NO TO TR-NO.
           MOVE 99999 TO TR-SIRA.
           START SBTRF KEY IS GREATER THAN TR-KEY
              INVALID KEY GO TRF-RAPOR-KAPAT.
           GO TRF-RAPOR-OKU.
       TRF-RAPOR-KAPAT.
           CLOSE RAPOR.
           IF OTOMATIK = 1 GO TRF-RAPOR-SON.
           MOVE RAPOR-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ' TRANSFER - RAPOR: ' LINE 32 POSITION 7
              CSV-DOSYA LINE 32 POSITION 26.
       TRF-RAPOR-SON.

      * yolda olan transferin butun kalemleri, farkli teslimde
      * yalniz eksik ya da hasarli kalemler yazilir
       RAPOR-KALEM.
           READ SBTRF NEXT AT END GO RAPOR-KALEM-SON.
           IF TR-GONDEREN NOT = Y-GONDEREN OR TR-NO NOT = Y-NO
              GO RAPOR-KALEM-SON.
           IF TR-FARKLI AND TR-EKSIK = ZEROS AND TR-HASARLI = ZEROS
              GO RAPOR-KALEM.
           MOVE ZEROS TO FARK-ADET.
           IF TR-FARKLI
              COMPUTE FARK-ADET = TR-EKSIK + TR-HASARLI.
           IF TR-YOLDA
              MOVE TR-ADET TO FARK-ADET.
           COMPUTE YZ-TUTAR ROUNDED = FARK-ADET * TR-MALIYET.
           COMPUTE FARK-TUTAR ROUNDED =
              FARK-TUTAR + FARK-ADET * TR-MALIYET.
           MOVE SPACES TO RAPOR-SATIR.
           STRING 'KALEM;' TR-KATNO ';' TR-STNO ';' TR-CINSI ';'
              TR-ADET ';' TR-EKSIK ';' TR-HASARLI ';' TR-ALINAN ';'
              YZ-TUTAR DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           GO RAPOR-KALEM.
       RAPOR-KALEM-SON.

       copy 'donem.per'.
       copy 'numara.per'.
       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==SBTRF==
                                  "%T%"  BY "SBTRF"
                                 ==%R%== BY ==TR-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==STOK==
                                  "%T%"  BY "STOK"
                                 ==%R%== BY ==ST-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==STOKADET==
                                  "%T%"  BY "STOKADET"
                                 ==%R%== BY ==STA-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy 'stayadet.per'.
