       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TAKVIMP'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'takvim.cpy'.
       copy 'access.cpy'.
       copy 'degislog.cpy'.
       copy 'oturum.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'takvim.cpz'.
       copy 'access.cpz'.
       copy 'degislog.cpz'.
       copy 'oturum.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-YIL             PIC 9999.
           02 E-TARIH.
               03 E-TYIL            PIC 9999.
               03 E-TAY             PIC 99.
               03 E-TGUN            PIC 99.
           02 E-TIP             PIC X.
           02 E-ACIKLAMA        PIC X(30).
           02 E-HAFTASONU       PIC X(7).
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-TARIH.
               03 Z-GUN             PIC 99.
               03 FILLER            PIC X VALUE '/'.
               03 Z-AY              PIC 99.
               03 FILLER            PIC X VALUE '/'.
               03 Z-YIL             PIC 9999.
           02 Z-TIP             PIC X(9).
       01 TAKVIM-DEGIS.
           02 L-NEDEN           PIC X(40).
           02 YONETICI          PIC 9.
           02 DEGISTI           PIC 9.
           02 ESKI-METIN        PIC X(30).
           02 YENI-METIN        PIC X(30).
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
      * is gunu takvimi bakimi: hafta sonu gunleri, resmi tatiller
      * (yil 0 her yil tekrar eder), yarim gunler ve hafta sonuna
      * dusen calisma gunleri. vade hesaplari ISGUNU uzerinden bu
      * dosyayi kullanir. degisiklik ACCESS dosyasinda TAKVIM kodu
      * icin degistirme yetkisi acikca tanimli kullaniciya aciktir
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
           PERFORM OTURUM-OKU.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE BU-YIL TO E-YIL.
           MOVE ZEROS TO DEGISTI.
           OPEN I-O TAKVIM.
           IF ST-TAKVIM = '35'
              CLOSE TAKVIM
              OPEN OUTPUT TAKVIM
              CLOSE TAKVIM
              OPEN I-O TAKVIM.
           PERFORM TAKVIM-HAZIRLA THRU TAKVIM-HAZIRLA-SON.
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
              ' IS GUNU VE TATIL TAKVIMI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'YIL SEC' REVERSE
              ' F2 ' 'GUN TANIMLA' REVERSE
              ' F3 ' 'GUN SIL' REVERSE
              ' F4 ' 'HAFTA SONU' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           PERFORM LISTELE THRU LISTELE-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM YIL-SEC THRU YIL-SEC-SON GO TUS.
           IF F = 2 PERFORM GUN-TANIMLA THRU GUN-TANIMLA-SON GO TUS.
           IF F = 3 PERFORM GUN-SIL THRU GUN-SIL-SON GO TUS.
           IF F = 4 PERFORM HAFTA-SONU THRU HAFTA-SONU-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CLOSE TAKVIM.
      * bellekteki takvim bir sonraki vade hesabinda yeniden okunur
           IF DEGISTI = 1 CANCEL 'ISGUNU'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.

       HATA-YAZ.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY L-NEDEN LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       HATA-YAZ-SON.

      * bos takvim hafta sonu kaydi ve sabit tarihli resmi
      * tatillerle baslatilir; dini bayramlar her yil girilir
       TAKVIM-HAZIRLA.
           MOVE ZEROS TO TK-TARIH.
           READ TAKVIM INVALID KEY GO TAKVIM-HAZIRLA-YAZ.
           GO TAKVIM-HAZIRLA-SON.
       TAKVIM-HAZIRLA-YAZ.
           INITIALIZE TK-KAYIT.
           MOVE 'SISTEM' TO TK-EKLEYEN.
           MOVE BUGUN TO TK-EKLEME-TARIH.
           MOVE 'NNNNNEE' TO TK-HAFTASONU.
           MOVE 'HAFTA SONU' TO TK-ACIKLAMA.
           PERFORM WRITE-TAKVIM.
           MOVE SPACES TO TK-HAFTASONU.
           MOVE 'T' TO TK-TIP.
           MOVE '00000101' TO TK-TARIH.
           MOVE 'YILBASI' TO TK-ACIKLAMA.
           PERFORM WRITE-TAKVIM.
           MOVE '00000423' TO TK-TARIH.
           MOVE 'EGEMENLIK VE COCUK BAYRAMI' TO TK-ACIKLAMA.
           PERFORM WRITE-TAKVIM.
           MOVE '00000501' TO TK-TARIH.
           MOVE 'EMEK VE DAYANISMA GUNU' TO TK-ACIKLAMA.
           PERFORM WRITE-TAKVIM.
           MOVE '00000519' TO TK-TARIH.
           MOVE 'GENCLIK VE SPOR BAYRAMI' TO TK-ACIKLAMA.
           PERFORM WRITE-TAKVIM.
           MOVE '00000715' TO TK-TARIH.
           MOVE 'DEMOKRASI VE MILLI BIRLIK GUNU' TO TK-ACIKLAMA.
           PERFORM WRITE-TAKVIM.
           MOVE '00000830' TO TK-TARIH.
           MOVE 'ZAFER BAYRAMI' TO TK-ACIKLAMA.
           PERFORM WRITE-TAKVIM.
           MOVE '00001029' TO TK-TARIH.
           MOVE 'CUMHURIYET BAYRAMI' TO TK-ACIKLAMA.
           PERFORM WRITE-TAKVIM.
           MOVE 'Y' TO TK-TIP.
           MOVE '00001028' TO TK-TARIH.
           MOVE 'CUMHURIYET BAYRAMI AREFESI' TO TK-ACIKLAMA.
           PERFORM WRITE-TAKVIM.
       TAKVIM-HAZIRLA-SON.

      * degisiklik yalniz ACCESS dosyasinda TAKVIM kodu icin
      * degistirme yetkisi acikca tanimli kullaniciya aciktir
       YONETICI-KONTROL.
           MOVE ZEROS TO YONETICI.
           IF OT-KULLANICI-ADI = SPACES GO YONETICI-KONTROL-SON.
           OPEN INPUT USERACCESS.
           MOVE OT-KULLANICI-ADI TO UA-NAME.
           MOVE 'TAKVIM' TO UA-CODE.
           READ USERACCESS
              NOT INVALID KEY
                 IF UA-UPDATE NOT = '0' AND UA-UPDATE NOT = SPACE
                    MOVE 1 TO YONETICI
                 END-IF
           END-READ.
           CLOSE USERACCESS.
       YONETICI-KONTROL-SON.

      * secili yilin gunleri ve her yil tekrarlanan tatiller
       LISTELE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           MOVE ZEROS TO TK-TARIH.
           READ TAKVIM INVALID KEY MOVE 'NNNNNEE' TO TK-HAFTASONU.
           DISPLAY 'YIL :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-YIL LINE 4 POSITION 8
              'HAFTA SONU (PZT..PAZ E=TATIL) :' LINE 4 POSITION 20
              TK-HAFTASONU LINE 4 POSITION 52.
           DISPLAY 'TARIH      TIP       ACIKLAMA' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
              'EKLEYEN' LINE 6 POSITION 55.
           MOVE 7 TO SATIR.
           MOVE '00000101' TO TK-TARIH.
           START TAKVIM KEY IS NOT LESS THAN TK-TARIH
              INVALID KEY GO LISTELE-SON.
       LISTELE-YILLIK.
           READ TAKVIM NEXT AT END GO LISTELE-SON.
           IF TK-YIL NOT = ZEROS GO LISTELE-YIL.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           GO LISTELE-YILLIK.
       LISTELE-YIL.
           MOVE E-YIL TO TK-YIL.
           MOVE 01 TO TK-AY.
           MOVE 01 TO TK-GUN.
           START TAKVIM KEY IS NOT LESS THAN TK-TARIH
              INVALID KEY GO LISTELE-SON.
       LISTELE-YIL-OKU.
           READ TAKVIM NEXT AT END GO LISTELE-SON.
           IF TK-YIL NOT = E-YIL GO LISTELE-SON.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           GO LISTELE-YIL-OKU.
       LISTELE-SON.

       SATIR-YAZ.
           IF SATIR > 30 GO SATIR-YAZ-SON.
           MOVE TK-GUN TO Z-GUN.
           MOVE TK-AY TO Z-AY.
           MOVE TK-YIL TO Z-YIL.
           PERFORM TIP-ADI THRU TIP-ADI-SON.
           IF TK-YIL = ZEROS
              DISPLAY Z-GUN LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 '/' Z-AY '/HER YIL'
           ELSE
              DISPLAY Z-TARIH LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY Z-TIP LINE SATIR POSITION 13
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              TK-ACIKLAMA LINE SATIR POSITION 23
              TK-EKLEYEN LINE SATIR POSITION 55 SIZE 20.
           ADD 1 TO SATIR.
       SATIR-YAZ-SON.

       TIP-ADI.
           MOVE SPACES TO Z-TIP.
           IF TK-TATIL MOVE 'TATIL' TO Z-TIP.
           IF TK-YARIM-GUN MOVE 'YARIM GUN' TO Z-TIP.
           IF TK-CALISMA-GUNU MOVE 'CALISMA' TO Z-TIP.
       TIP-ADI-SON.

       YIL-SEC.
           ACCEPT E-YIL LINE 4 POSITION 8 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-YIL < 1900 MOVE BU-YIL TO E-YIL.
           PERFORM LISTELE THRU LISTELE-SON.
       YIL-SEC-SON.

      * var olan tarih girilirse tipi ve aciklamasi degistirilir
       GUN-TANIMLA.
           IF YONETICI = 0
              MOVE 'TAKVIM DEGISIKLIGI ICIN YETKINIZ YOK !!!'
                 TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GUN-TANIMLA-SON.
           PERFORM TARIH-AL THRU TARIH-AL-SON.
           IF F = 27 GO GUN-TANIMLA-TEMIZLE.
           MOVE E-TARIH TO TK-TARIH.
           MOVE SPACES TO ESKI-METIN.
           READ TAKVIM
              INVALID KEY
                 INITIALIZE TK-KAYIT
                 MOVE E-TARIH TO TK-TARIH
                 MOVE 'T' TO TK-TIP
              NOT INVALID KEY
                 STRING TK-TIP ' ' TK-ACIKLAMA
                    DELIMITED BY SIZE INTO ESKI-METIN
           END-READ.
           MOVE TK-TIP TO E-TIP.
           MOVE TK-ACIKLAMA TO E-ACIKLAMA.
       GUN-TANIMLA-TIP.
           DISPLAY 'TIP (T=TATIL Y=YARIM GUN C=CALISMA) :'
              LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SPACES SIZE 38.
           ACCEPT E-TIP LINE 31 POSITION 40 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GUN-TANIMLA-TEMIZLE.
           IF E-TIP NOT = 'T' AND E-TIP NOT = 'Y' AND E-TIP NOT = 'C'
              GO GUN-TANIMLA-TIP.
           DISPLAY 'ACIKLAMA :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SPACES SIZE 66.
           ACCEPT E-ACIKLAMA LINE 31 POSITION 13 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO GUN-TANIMLA-TEMIZLE.
           MOVE E-TIP TO TK-TIP.
           MOVE E-ACIKLAMA TO TK-ACIKLAMA.
           MOVE SPACES TO TK-HAFTASONU.
           MOVE OT-KULLANICI-ADI TO TK-EKLEYEN.
           MOVE BUGUN TO TK-EKLEME-TARIH.
           PERFORM REWRITE-TAKVIM.
           IF WVAR = 0 PERFORM WRITE-TAKVIM.
           MOVE SPACES TO YENI-METIN.
           STRING TK-TIP ' ' TK-ACIKLAMA
              DELIMITED BY SIZE INTO YENI-METIN.
           PERFORM TAKVIM-LOGLA THRU TAKVIM-LOGLA-SON.
           IF TK-YIL NOT = ZEROS MOVE TK-YIL TO E-YIL.
           PERFORM LISTELE THRU LISTELE-SON.
       GUN-TANIMLA-TEMIZLE.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       GUN-TANIMLA-SON.

      * yil sifir girilirse tarih her yil tekrarlanir
       TARIH-AL.
           MOVE E-YIL TO E-TYIL.
           MOVE BU-AY TO E-TAY.
           MOVE BU-GUN TO E-TGUN.
       TARIH-AL-GIR.
           DISPLAY 'TARIH (G/A/Y, YIL 0 HER YIL) :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SPACES SIZE 40
              '/' LINE 31 POSITION 35 '/' LINE 31 POSITION 38.
           ACCEPT E-TGUN LINE 31 POSITION 33 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-TAY LINE 31 POSITION 36 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-TYIL LINE 31 POSITION 39 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO TARIH-AL-SON.
           IF E-TAY = ZEROS OR E-TAY > 12 OR E-TGUN = ZEROS
              OR E-TGUN > 31
              MOVE 'TARIH HATALI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO TARIH-AL-GIR.
           IF E-TYIL NOT = ZEROS AND E-TYIL < 1900
              MOVE 'TARIH HATALI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO TARIH-AL-GIR.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       TARIH-AL-SON.

       GUN-SIL.
           IF YONETICI = 0
              MOVE 'TAKVIM DEGISIKLIGI ICIN YETKINIZ YOK !!!'
                 TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GUN-SIL-SON.
           PERFORM TARIH-AL THRU TARIH-AL-SON.
           IF F = 27 GO GUN-SIL-TEMIZLE.
           MOVE E-TARIH TO TK-TARIH.
           READ TAKVIM
              INVALID KEY
                 MOVE 'TAKVIMDE BU TARIH YOK !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO GUN-SIL-TEMIZLE.
           DISPLAY TK-ACIKLAMA LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SPACES SIZE 40
              'SILINSIN MI (E/H) :' LINE 31 POSITION 34.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 31 POSITION 54 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO GUN-SIL-TEMIZLE.
           MOVE SPACES TO ESKI-METIN YENI-METIN.
           STRING TK-TIP ' ' TK-ACIKLAMA
              DELIMITED BY SIZE INTO ESKI-METIN.
           PERFORM DELETE-TAKVIM.
           PERFORM TAKVIM-LOGLA THRU TAKVIM-LOGLA-SON.
           PERFORM LISTELE THRU LISTELE-SON.
       GUN-SIL-TEMIZLE.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       GUN-SIL-SON.

      * pazartesiden pazara yedi gun; E olan gun hafta sonudur
       HAFTA-SONU.
           IF YONETICI = 0
              MOVE 'TAKVIM DEGISIKLIGI ICIN YETKINIZ YOK !!!'
                 TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO HAFTA-SONU-SON.
           MOVE ZEROS TO TK-TARIH.
           READ TAKVIM
              INVALID KEY
                 INITIALIZE TK-KAYIT
                 MOVE 'NNNNNEE' TO TK-HAFTASONU
                 MOVE 'HAFTA SONU' TO TK-ACIKLAMA.
           MOVE TK-HAFTASONU TO E-HAFTASONU.
           ACCEPT E-HAFTASONU LINE 4 POSITION 52 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-HAFTASONU = TK-HAFTASONU
              PERFORM LISTELE THRU LISTELE-SON
              GO HAFTA-SONU-SON.
           INSPECT E-HAFTASONU REPLACING ALL 'e' BY 'E'.
           MOVE SPACES TO ESKI-METIN YENI-METIN.
           MOVE TK-HAFTASONU TO ESKI-METIN.
           MOVE E-HAFTASONU TO TK-HAFTASONU YENI-METIN.
           MOVE OT-KULLANICI-ADI TO TK-EKLEYEN.
           MOVE BUGUN TO TK-EKLEME-TARIH.
           PERFORM REWRITE-TAKVIM.
           IF WVAR = 0 PERFORM WRITE-TAKVIM.
           PERFORM TAKVIM-LOGLA THRU TAKVIM-LOGLA-SON.
           PERFORM LISTELE THRU LISTELE-SON.
       HAFTA-SONU-SON.

       TAKVIM-LOGLA.
           MOVE 1 TO DEGISTI.
           MOVE OT-KULLANICI-ADI TO DGL-AKTIF-KULLANICI.
           MOVE 'TAKVIM' TO DGL-DOSYA.
           MOVE SPACES TO DGL-ANAHTAR.
           MOVE TK-TARIH TO DGL-ANAHTAR.
           MOVE 'GUN' TO DGL-ALAN.
           MOVE ESKI-METIN TO DGL-ESKI.
           MOVE YENI-METIN TO DGL-YENI.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
       TAKVIM-LOGLA-SON.

       copy 'oturum.per'.
       copy 'degis.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==TAKVIM==
                                  "%T%"  BY "TAKVIM"
                                 ==%R%== BY ==TK-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==DEGISLOG==
                                  "%T%"  BY "DEGISLOG"
                                 ==%R%== BY ==DGL-KAYIT==.
