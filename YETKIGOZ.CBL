       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'YETKIGOZ'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'cakisma.cpy'.
       copy 'erisgoz.cpy'.
       copy 'users.cpy'.
       copy 'access.cpy'.
       copy 'degislog.cpy'.
       copy 'oturum.cpy'.
            SELECT RAPOR ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'cakisma.cpz'.
       copy 'erisgoz.cpz'.
       copy 'users.cpz'.
       copy 'access.cpz'.
       copy 'degislog.cpz'.
       copy 'oturum.cpz'.
       FD RAPOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
       01 RAPOR-SATIR                   PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-KOD1            PIC X(10).
           02 E-ISLEM1          PIC X.
           02 E-KOD2            PIC X(10).
           02 E-ISLEM2          PIC X.
           02 E-ACIKLAMA        PIC X(40).
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-SAYI            PIC ZZZZZZ9.
           02 Z-SAYI2           PIC ZZZZZZ9.
           02 Z-CAKISMA         PIC ZZ9.
           02 Z-TARIH.
               03 Z-GUN             PIC 99.
               03 FILLER            PIC X VALUE '/'.
               03 Z-AY              PIC 99.
               03 FILLER            PIC X VALUE '/'.
               03 Z-YIL             PIC 9999.
           02 Z-TARIH2          PIC X(10).
           02 Z-DONEM.
               03 Z-DONEM-YIL       PIC 9999.
               03 FILLER            PIC X VALUE '/'.
               03 Z-DONEM-CEYREK    PIC 9.
               03 FILLER            PIC X(2) VALUE '.C'.
       77 OTOMATIK              PIC 9.
       01 GOZ-DEGIS.
           02 L-NEDEN           PIC X(40).
           02 DONEM.
               03 DONEM-YIL         PIC 9999.
               03 DONEM-CEYREK      PIC 9.
           02 YONETICI          PIC 9.
           02 CAKISMA-SAY       PIC 9(5).
           02 KULLANICI-SAY     PIC 9(5).
           02 GIRMEYEN-SAY      PIC 9(5).
           02 ONAY-SAY          PIC 9(5).
           02 KUL-CAKISMA       PIC 999.
           02 CSV-YAZ           PIC 9.
           02 GOZ-MOD           PIC 9.
           02 ONCEKI-TARIH      PIC 9(8).
           02 GIRIS-YOK         PIC X.
           02 DURUM-ADI         PIC X(5).
           02 KURAL-METNI       PIC X(30).
      * hak bulma: H-KOD/H-ISLEM icin UA-NAME kullanicisinin hakki;
      * ACCESS kaydi yoksa menu ve YETKI-KONTROL gibi hak var
      * sayilir, kaynak VARSAYILAN yazilir
           02 H-KOD             PIC X(10).
           02 H-ISLEM           PIC X.
           02 HAK               PIC 9.
           02 HAK-KAYNAK        PIC X(10).
           02 HAK1              PIC 9.
           02 HAK-KAYNAK1       PIC X(10).
           02 GOZ-KULLANICI     PIC X(20).
           02 GOZ-SON-GIRIS     PIC 9(8).
       copy 'degis.var'.
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
      * gorevler ayriligi: CAKISMA dosyasindaki kural ciftleri
      * (ornegin fatura girisi ile odeme) ayni kullanicida
      * bulunuyorsa raporlanir. uc ayda bir her kullanicinin
      * yetkileri yonetici onayina cikarilir, onay ERISGOZ
      * dosyasinda saklanir; son gozden gecirmeden bu yana hic
      * giris yapmamis kullanicilar isaretlenir
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
      * /G ile ekransiz cakisma raporu ve gozden gecirme listesi
      * alinir; cakisma varsa RETURN-CODE 1 doner
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/G'
                 MOVE 1 TO OTOMATIK.
           PERFORM OTURUM-OKU.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE BU-YIL TO DONEM-YIL.
           COMPUTE DONEM-CEYREK = (BU-AY + 2) / 3.
           PERFORM DOSYA-AC THRU DOSYA-AC-SON.
           PERFORM KURAL-HAZIRLA THRU KURAL-HAZIRLA-SON.
           IF OTOMATIK NOT = ZEROS
              PERFORM CAKISMA-RAPOR THRU CAKISMA-RAPOR-SON
              PERFORM GOZDEN-GECIR THRU GOZDEN-GECIR-SON
              PERFORM DOSYA-KAPAT THRU DOSYA-KAPAT-SON
              IF CAKISMA-SAY NOT = ZEROS
                 MOVE 1 TO RETURN-CODE
              END-IF
              GO CIKIS.
           PERFORM YONETICI-KONTROL THRU YONETICI-KONTROL-SON.
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
              ' YETKI CAKISMASI VE GOZDEN GECIRME ' LINE 2 POSITION 2.
           PERFORM ANA-MENU THRU ANA-MENU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM KURALLAR THRU KURALLAR-SON
              PERFORM ANA-MENU THRU ANA-MENU-SON
              GO TUS.
           IF F = 2 PERFORM CAKISMA-RAPOR THRU CAKISMA-RAPOR-SON
              GO TUS.
           IF F = 3 PERFORM GOZDEN-GECIR THRU GOZDEN-GECIR-SON
              PERFORM ANA-MENU THRU ANA-MENU-SON
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
              ' F1 ' 'KURALLAR' REVERSE
              ' F2 ' 'CAKISMA RAPORU' REVERSE
              ' F3 ' 'GOZDEN GECIRME' REVERSE
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

       DOSYA-AC.
           OPEN I-O CAKISMA.
           IF ST-CAKISMA = '35'
              CLOSE CAKISMA
              OPEN OUTPUT CAKISMA
              CLOSE CAKISMA
              OPEN I-O CAKISMA.
           OPEN I-O ERISGOZ.
           IF ST-ERISGOZ = '35'
              CLOSE ERISGOZ
              OPEN OUTPUT ERISGOZ
              CLOSE ERISGOZ
              OPEN I-O ERISGOZ.
           OPEN INPUT USERS USERACCESS.
       DOSYA-AC-SON.

       DOSYA-KAPAT.
           CLOSE CAKISMA ERISGOZ USERS USERACCESS.
       DOSYA-KAPAT-SON.

      * kural dosyasi bossa bilinen iki cakisma ile baslatilir
       KURAL-HAZIRLA.
           MOVE LOW-VALUES TO CZ-KEY.
           START CAKISMA KEY IS NOT LESS THAN CZ-KEY
              INVALID KEY GO KURAL-HAZIRLA-YAZ.
           READ CAKISMA NEXT AT END GO KURAL-HAZIRLA-YAZ.
           GO KURAL-HAZIRLA-SON.
       KURAL-HAZIRLA-YAZ.
           MOVE 'EFALIM' TO CZ-KOD1.
           MOVE 'W' TO CZ-ISLEM1.
           MOVE 'ODEMETOP' TO CZ-KOD2.
           MOVE 'W' TO CZ-ISLEM2.
           MOVE 'TEDARIKCI FATURASI GIRIP ODEMESINI YAPMA'
              TO CZ-ACIKLAMA.
           MOVE 'SISTEM' TO CZ-EKLEYEN.
           MOVE BUGUN TO CZ-TARIH.
           PERFORM WRITE-CAKISMA.
           MOVE 'VARDIYA' TO CZ-KOD1.
           MOVE 'W' TO CZ-ISLEM1.
           MOVE 'VARDIYA' TO CZ-KOD2.
           MOVE 'U' TO CZ-ISLEM2.
           MOVE 'KENDI VARDIYASINI ACIP KAPATMA' TO CZ-ACIKLAMA.
           PERFORM WRITE-CAKISMA.
       KURAL-HAZIRLA-SON.

      * kural ve onay islemleri yalniz ACCESS dosyasinda YETKIGOZ
      * kodu icin degistirme yetkisi acikca tanimli kullaniciya
      * aciktir; kayit yoksa yetki de yoktur
       YONETICI-KONTROL.
           MOVE ZEROS TO YONETICI.
           IF OT-KULLANICI-ADI = SPACES GO YONETICI-KONTROL-SON.
           MOVE OT-KULLANICI-ADI TO UA-NAME.
           MOVE 'YETKIGOZ' TO UA-CODE.
           READ USERACCESS
              NOT INVALID KEY
                 IF UA-UPDATE NOT = '0' AND UA-UPDATE NOT = SPACE
                    MOVE 1 TO YONETICI
                 END-IF
           END-READ.
       YONETICI-KONTROL-SON.

      * UA-NAME kullanicisinin H-KOD programinda H-ISLEM hakki
       HAK-BUL.
           MOVE 1 TO HAK.
           MOVE 'VARSAYILAN' TO HAK-KAYNAK.
           MOVE H-KOD TO UA-CODE.
           READ USERACCESS INVALID KEY GO HAK-BUL-SON.
           MOVE 'TANIMLI' TO HAK-KAYNAK.
           IF H-ISLEM = 'W' AND UA-WRITE = '0' MOVE 0 TO HAK.
           IF H-ISLEM = 'U' AND UA-UPDATE = '0' MOVE 0 TO HAK.
           IF H-ISLEM = 'D' AND UA-DELETE = '0' MOVE 0 TO HAK.
           IF H-ISLEM = 'R' AND UA-READ = '0' MOVE 0 TO HAK.
       HAK-BUL-SON.

      * US-KAYIT taki kullanicinin butun kurallarla karsilastirmasi;
      * CSV-YAZ 1 ise her cakisma rapora ve ekrana yazilir
       KULLANICI-CAKISMA.
           MOVE ZEROS TO KUL-CAKISMA.
           MOVE LOW-VALUES TO CZ-KEY.
           START CAKISMA KEY IS NOT LESS THAN CZ-KEY
              INVALID KEY GO KULLANICI-CAKISMA-SON.
       KULLANICI-CAKISMA-OKU.
           READ CAKISMA NEXT AT END GO KULLANICI-CAKISMA-SON.
           MOVE US-NAME TO UA-NAME.
           MOVE CZ-KOD1 TO H-KOD.
           MOVE CZ-ISLEM1 TO H-ISLEM.
           PERFORM HAK-BUL THRU HAK-BUL-SON.
           IF HAK = 0 GO KULLANICI-CAKISMA-OKU.
           MOVE HAK TO HAK1.
           MOVE HAK-KAYNAK TO HAK-KAYNAK1.
           MOVE CZ-KOD2 TO H-KOD.
           MOVE CZ-ISLEM2 TO H-ISLEM.
           PERFORM HAK-BUL THRU HAK-BUL-SON.
           IF HAK = 0 GO KULLANICI-CAKISMA-OKU.
           ADD 1 TO KUL-CAKISMA.
           IF CSV-YAZ = 0 GO KULLANICI-CAKISMA-OKU.
           ADD 1 TO CAKISMA-SAY.
           MOVE SPACES TO RAPOR-SATIR.
           STRING US-NAME ';' CZ-KOD1 ';' CZ-ISLEM1 ';' HAK-KAYNAK1
              ';' CZ-KOD2 ';' CZ-ISLEM2 ';' HAK-KAYNAK ';'
              CZ-ACIKLAMA DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           IF OTOMATIK NOT = ZEROS OR SATIR > 31
              GO KULLANICI-CAKISMA-OKU.
           DISPLAY US-NAME LINE SATIR POSITION 2 SIZE 15
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CZ-KOD1 LINE SATIR POSITION 18
              CZ-ISLEM1 LINE SATIR POSITION 29
              CZ-KOD2 LINE SATIR POSITION 31
              CZ-ISLEM2 LINE SATIR POSITION 42
              CZ-ACIKLAMA LINE SATIR POSITION 44 SIZE 35.
           ADD 1 TO SATIR.
           GO KULLANICI-CAKISMA-OKU.
       KULLANICI-CAKISMA-SON.

      * cakisma raporu: aktif her kullanici butun kurallarla
      * karsilastirilir
       CAKISMA-RAPOR.
           IF OTOMATIK = ZEROS
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON
              DISPLAY 'KULLANICI      PROGRAM   I  PROGRAM   I  KURAL'
                 LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO CAKISMA-SAY.
           MOVE 1 TO CSV-YAZ.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'CAKIS' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE 'KULLANICI;PROGRAM 1;ISLEM 1;KAYNAK 1;PROGRAM 2;IS
      -       'LEM 2;KAYNAK 2;KURAL' TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE LOW-VALUES TO US-NAME.
           START USERS KEY IS NOT LESS THAN US-NAME
              INVALID KEY GO CAKISMA-RAPOR-KAPAT.
       CAKISMA-RAPOR-OKU.
           READ USERS NEXT AT END GO CAKISMA-RAPOR-KAPAT.
           IF US-ACTIVE = '0' GO CAKISMA-RAPOR-OKU.
           PERFORM KULLANICI-CAKISMA THRU KULLANICI-CAKISMA-SON.
           GO CAKISMA-RAPOR-OKU.
       CAKISMA-RAPOR-KAPAT.
           CLOSE RAPOR.
           IF OTOMATIK NOT = ZEROS GO CAKISMA-RAPOR-SON.
           MOVE CAKISMA-SAY TO Z-SAYI.
           DISPLAY 'CAKISMA:' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 32 POSITION 11
              CSV-DOSYA LINE 32 POSITION 20.
       CAKISMA-RAPOR-SON.

      * kural listesi; var olan kural girilirse silinmesi sorulur,
      * yoksa aciklamasi alinip eklenir
       KURALLAR.
           IF YONETICI = 0
              MOVE 'KURAL TANIMI ICIN YETKINIZ YOK !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO KURALLAR-SON.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' ESC ' 'GERI' REVERSE.
       KURAL-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'PROGRAM   I  PROGRAM   I  ACIKLAMA'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'.
           MOVE 7 TO SATIR.
           MOVE LOW-VALUES TO CZ-KEY.
           START CAKISMA KEY IS NOT LESS THAN CZ-KEY
              INVALID KEY GO KURAL-SOR.
       KURAL-LISTE-OKU.
           READ CAKISMA NEXT AT END GO KURAL-SOR.
           IF SATIR > 30 GO KURAL-SOR.
           DISPLAY CZ-KOD1 LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CZ-ISLEM1 LINE SATIR POSITION 13
              CZ-KOD2 LINE SATIR POSITION 15
              CZ-ISLEM2 LINE SATIR POSITION 26
              CZ-ACIKLAMA LINE SATIR POSITION 28.
           ADD 1 TO SATIR.
           GO KURAL-LISTE-OKU.
       KURAL-SOR.
           MOVE SPACES TO E-KOD1 E-ISLEM1 E-KOD2 E-ISLEM2 E-ACIKLAMA
              E-ONAY.
           DISPLAY 'PROGRAM/ISLEM:' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 4 POSITION 28 '-' LINE 4 POSITION 31
              '/' LINE 4 POSITION 43.
           ACCEPT E-KOD1 LINE 4 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-KOD1 = SPACES GO KURALLAR-SON.
       KURAL-ISLEM1.
           ACCEPT E-ISLEM1 LINE 4 POSITION 29 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KURAL-LISTE.
           IF E-ISLEM1 NOT = 'R' AND NOT = 'W' AND NOT = 'U'
              AND NOT = 'D' GO KURAL-ISLEM1.
       KURAL-KOD2.
           ACCEPT E-KOD2 LINE 4 POSITION 33 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KURAL-LISTE.
           IF E-KOD2 = SPACES GO KURAL-KOD2.
       KURAL-ISLEM2.
           ACCEPT E-ISLEM2 LINE 4 POSITION 44 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KURAL-LISTE.
           IF E-ISLEM2 NOT = 'R' AND NOT = 'W' AND NOT = 'U'
              AND NOT = 'D' GO KURAL-ISLEM2.
           IF E-KOD1 = E-KOD2 AND E-ISLEM1 = E-ISLEM2
              MOVE 'AYNI YETKI KENDISIYLE CAKISAMAZ !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO KURAL-SOR.
           MOVE E-KOD1 TO CZ-KOD1.
           MOVE E-ISLEM1 TO CZ-ISLEM1.
           MOVE E-KOD2 TO CZ-KOD2.
           MOVE E-ISLEM2 TO CZ-ISLEM2.
           MOVE SPACES TO KURAL-METNI.
           STRING CZ-KOD1 ' ' CZ-ISLEM1 ' - ' CZ-KOD2 ' ' CZ-ISLEM2
              DELIMITED BY SIZE INTO KURAL-METNI.
           MOVE OT-KULLANICI-ADI TO DGL-AKTIF-KULLANICI.
           MOVE 'CAKISMA' TO DGL-DOSYA.
           MOVE CZ-KOD1 TO DGL-ANAHTAR.
           MOVE 'KURAL' TO DGL-ALAN.
           READ CAKISMA INVALID KEY GO KURAL-EKLE.
           DISPLAY 'KURAL SILINSIN MI (E/H) :' LINE 4 POSITION 47
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-ONAY LINE 4 POSITION 73 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' GO KURAL-LISTE.
           PERFORM DELETE-CAKISMA.
           MOVE KURAL-METNI TO DGL-ESKI.
           MOVE SPACES TO DGL-YENI.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
           GO KURAL-LISTE.
       KURAL-EKLE.
           DISPLAY 'ACIKLAMA     :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-ACIKLAMA LINE 5 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KURAL-LISTE.
           MOVE E-ACIKLAMA TO CZ-ACIKLAMA.
           MOVE OT-KULLANICI-ADI TO CZ-EKLEYEN.
           MOVE BUGUN TO CZ-TARIH.
           PERFORM WRITE-CAKISMA.
           MOVE SPACES TO DGL-ESKI.
           MOVE KURAL-METNI TO DGL-YENI.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
           GO KURAL-LISTE.
       KURALLAR-SON.

      * gozden gecirme: her kullanicinin butun yetkileri CSV ye
      * dokulur, ekranda kullanici ozeti gorulur. yonetici
      * onaylarsa kullanici basina bu donemin ERISGOZ kaydi
      * yazilir; yonetici kendi hesabini onaylayamaz
       GOZDEN-GECIR.
           MOVE DONEM-YIL TO Z-DONEM-YIL.
           MOVE DONEM-CEYREK TO Z-DONEM-CEYREK.
           IF OTOMATIK = ZEROS
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON
              DISPLAY 'DONEM:' LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-DONEM LINE 4 POSITION 9
                 'KULLANICI        DURUM SON GIRIS  ONCEKI GG'
                 LINE 6 POSITION 2
                 'GIRMEDI CAKISMA ONAY' LINE 6 POSITION 46
              DISPLAY SPACES LINE 34 POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120.
           MOVE 7 TO SATIR.
           MOVE ZEROS TO KULLANICI-SAY GIRMEYEN-SAY ONAY-SAY CSV-YAZ.
           MOVE 1 TO GOZ-MOD.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'YTGOZ' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE 'DONEM;KULLANICI;DURUM;SON GIRIS;ONCEKI GOZDEN GECIRME;G
      -       'IRIS YOK;CAKISMA;PROGRAM;OKUMA;YAZMA;DEGISTIRME;SILME'
              TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           PERFORM GOZ-TARA THRU GOZ-TARA-SON.
           CLOSE RAPOR.
           IF OTOMATIK NOT = ZEROS GO GOZDEN-GECIR-SON.
           MOVE KULLANICI-SAY TO Z-SAYI.
           MOVE GIRMEYEN-SAY TO Z-SAYI2.
           DISPLAY 'KULLANICI:' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 32 POSITION 12
              'GIRMEYEN:' LINE 32 POSITION 20
              Z-SAYI2 LINE 32 POSITION 29
              CSV-DOSYA LINE 32 POSITION 38.
           IF YONETICI = 0
              ACCEPT F FROM ESCAPE KEY
              GO GOZDEN-GECIR-SON.
           MOVE SPACE TO E-ONAY.
           DISPLAY 'GOZDEN GECIRME ONAYLANSIN MI (E/H) :'
              LINE 4 POSITION 30 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-ONAY LINE 4 POSITION 67 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' GO GOZDEN-GECIR-SON.
           MOVE 2 TO GOZ-MOD.
           PERFORM GOZ-TARA THRU GOZ-TARA-SON.
           MOVE ONAY-SAY TO Z-SAYI.
           DISPLAY SPACES LINE 4 POSITION 30 SIZE 48
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ONAYLANAN:' LINE 4 POSITION 30
              Z-SAYI LINE 4 POSITION 41.
           ACCEPT F FROM ESCAPE KEY.
       GOZDEN-GECIR-SON.

      * GOZ-MOD 1 liste, 2 onay kaydi
       GOZ-TARA.
           MOVE LOW-VALUES TO US-NAME.
           START USERS KEY IS NOT LESS THAN US-NAME
              INVALID KEY GO GOZ-TARA-SON.
       GOZ-TARA-OKU.
           READ USERS NEXT AT END GO GOZ-TARA-SON.
           MOVE US-NAME TO GOZ-KULLANICI.
           MOVE US-SON-GIRIS TO GOZ-SON-GIRIS.
           IF US-SON-GIRIS NOT NUMERIC MOVE ZEROS TO GOZ-SON-GIRIS.
           PERFORM ONCEKI-BUL THRU ONCEKI-BUL-SON.
           PERFORM KULLANICI-CAKISMA THRU KULLANICI-CAKISMA-SON.
           IF GOZ-MOD = 2
              PERFORM ONAY-YAZ THRU ONAY-YAZ-SON
              GO GOZ-TARA-OKU.
           ADD 1 TO KULLANICI-SAY.
           IF GIRIS-YOK = 'E' ADD 1 TO GIRMEYEN-SAY.
           MOVE 'AKTIF' TO DURUM-ADI.
           IF US-ACTIVE = '0' MOVE 'PASIF' TO DURUM-ADI.
           PERFORM HAK-DOK THRU HAK-DOK-SON.
           IF OTOMATIK NOT = ZEROS OR SATIR > 31 GO GOZ-TARA-OKU.
           MOVE SPACES TO Z-TARIH2.
           IF GOZ-SON-GIRIS NOT = ZEROS
              MOVE GOZ-SON-GIRIS(7:2) TO Z-GUN
              MOVE GOZ-SON-GIRIS(5:2) TO Z-AY
              MOVE GOZ-SON-GIRIS(1:4) TO Z-YIL
              MOVE Z-TARIH TO Z-TARIH2.
           MOVE KUL-CAKISMA TO Z-CAKISMA.
           DISPLAY GOZ-KULLANICI LINE SATIR POSITION 2 SIZE 16
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              DURUM-ADI LINE SATIR POSITION 19
              Z-TARIH2 LINE SATIR POSITION 25.
           MOVE SPACES TO Z-TARIH2.
           IF ONCEKI-TARIH NOT = ZEROS
              MOVE ONCEKI-TARIH(7:2) TO Z-GUN
              MOVE ONCEKI-TARIH(5:2) TO Z-AY
              MOVE ONCEKI-TARIH(1:4) TO Z-YIL
              MOVE Z-TARIH TO Z-TARIH2.
           DISPLAY Z-TARIH2 LINE SATIR POSITION 36
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-CAKISMA LINE SATIR POSITION 54.
           IF GIRIS-YOK = 'E'
              DISPLAY 'EVET' LINE SATIR POSITION 46
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           MOVE GOZ-KULLANICI TO YG-KULLANICI.
           MOVE DONEM TO YG-DONEM.
           READ ERISGOZ
              NOT INVALID KEY
                 DISPLAY YG-ONAYLAYAN LINE SATIR POSITION 62 SIZE 16
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-READ.
           ADD 1 TO SATIR.
           GO GOZ-TARA-OKU.
       GOZ-TARA-SON.

      * kullanicinin bu donemden onceki son onay tarihi; o tarihten
      * (hic onay yoksa hic) giris yapmamissa GIRIS-YOK E olur
       ONCEKI-BUL.
           MOVE ZEROS TO ONCEKI-TARIH.
           MOVE GOZ-KULLANICI TO YG-KULLANICI.
           MOVE ZEROS TO YG-DONEM.
           START ERISGOZ KEY IS NOT LESS THAN YG-KEY
              INVALID KEY GO ONCEKI-BUL-KARAR.
       ONCEKI-BUL-OKU.
           READ ERISGOZ NEXT AT END GO ONCEKI-BUL-KARAR.
           IF YG-KULLANICI NOT = GOZ-KULLANICI
              OR YG-DONEM NOT < DONEM
              GO ONCEKI-BUL-KARAR.
           MOVE YG-TARIH TO ONCEKI-TARIH.
           GO ONCEKI-BUL-OKU.
       ONCEKI-BUL-KARAR.
           MOVE 'H' TO GIRIS-YOK.
           IF GOZ-SON-GIRIS < ONCEKI-TARIH OR GOZ-SON-GIRIS = ZEROS
              MOVE 'E' TO GIRIS-YOK.
       ONCEKI-BUL-SON.

      * kullanicinin ACCESS kayitlari tek tek rapora yazilir; hic
      * kaydi yoksa butun programlar acik demektir
       HAK-DOK.
           MOVE GOZ-KULLANICI TO UA-NAME.
           MOVE LOW-VALUES TO UA-CODE.
           MOVE ZEROS TO HAK.
           START USERACCESS KEY IS NOT LESS THAN UA-KEY
              INVALID KEY GO HAK-DOK-BOS.
       HAK-DOK-OKU.
           READ USERACCESS NEXT AT END GO HAK-DOK-BOS.
           IF UA-NAME NOT = GOZ-KULLANICI GO HAK-DOK-BOS.
           MOVE 1 TO HAK.
           MOVE SPACES TO RAPOR-SATIR.
           STRING Z-DONEM ';' GOZ-KULLANICI ';' DURUM-ADI ';'
              GOZ-SON-GIRIS ';' ONCEKI-TARIH ';' GIRIS-YOK ';'
              KUL-CAKISMA ';' UA-CODE ';' UA-READ ';' UA-WRITE ';'
              UA-UPDATE ';' UA-DELETE
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           GO HAK-DOK-OKU.
       HAK-DOK-BOS.
           IF HAK = 1 GO HAK-DOK-SON.
           MOVE SPACES TO RAPOR-SATIR.
           STRING Z-DONEM ';' GOZ-KULLANICI ';' DURUM-ADI ';'
              GOZ-SON-GIRIS ';' ONCEKI-TARIH ';' GIRIS-YOK ';'
              KUL-CAKISMA ';' 'TANIMSIZ;1;1;1;1'
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
       HAK-DOK-SON.

       ONAY-YAZ.
           IF GOZ-KULLANICI = OT-KULLANICI-ADI GO ONAY-YAZ-SON.
           MOVE GOZ-KULLANICI TO YG-KULLANICI.
           MOVE DONEM TO YG-DONEM.
           MOVE OT-KULLANICI-ADI TO YG-ONAYLAYAN.
           MOVE BUGUN TO YG-TARIH.
           ACCEPT YG-SAAT FROM TIME.
           MOVE GOZ-SON-GIRIS TO YG-SON-GIRIS.
           MOVE GIRIS-YOK TO YG-GIRIS-YOK.
           MOVE KUL-CAKISMA TO YG-CAKISMA-SAY.
           PERFORM WRITE-ERISGOZ.
           IF WVAR = 0 PERFORM REWRITE-ERISGOZ.
           ADD 1 TO ONAY-SAY.
       ONAY-YAZ-SON.

       copy 'oturum.per'.
       copy 'degis.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==CAKISMA==
                                  "%T%"  BY "CAKISMA"
                                 ==%R%== BY ==CZ-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==ERISGOZ==
                                  "%T%"  BY "ERISGOZ"
                                 ==%R%== BY ==YG-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==DEGISLOG==
                                  "%T%"  BY "DEGISLOG"
                                 ==%R%== BY ==DGL-KAYIT==.
