       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TEMINAT'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'teminat.cpy'.
       copy 'sicil.cpy'.
       copy 'onaybek.cpy'.
       copy 'ayar.cpy'.
       copy 'oturum.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'teminat.cpz'.
       copy 'sicil.cpz'.
       copy 'onaybek.cpz'.
       copy 'ayar.cpz'.
       copy 'oturum.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-HESAPNO         PIC X(15).
           02 E-SIRA            PIC 99.
           02 E-ONAY            PIC X.
           02 E-TARIH.
               03 E-YIL             PIC 9999.
               03 E-AY              PIC 99.
               03 E-GUN             PIC 99.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-TUTAR           PIC Z(12)9,99.
           02 Z-SAYI            PIC ZZZZ9.
           02 Z-KALAN           PIC -ZZZZ9.
           02 TUR-ADI           PIC X(12).
           02 DURUM-ADI         PIC X(12).
       01 TEMINAT-DEGIS.
           02 UYARI-GUN         PIC 9(3).
           02 YENI-NO           PIC 9(6).
           02 YENI-SIRA         PIC 9(3).
           02 VT-BUGUN          PIC 9(7)V99.
           02 VT-BITIS          PIC 9(7)V99.
           02 KALAN-GUN         PIC S9(5).
           02 LISTE-SAYI        PIC 9(5).
           02 TM-SAKLA          PIC X(150).
       01 TM-LISTE.
           02 TL-SAYI           PIC 99.
           02 TL-SATIRI OCCURS 20 TIMES.
               03 TL-SIRA           PIC 9(3).
       77 EKG-BAGTIP          PIC 9.
       77 EKG-DTIP            PIC 99.
       77 EKG-REFNO           PIC X(15).
       77 OTOMATIK            PIC 9.
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
      * cari teminat kaydi (teminat mektubu, ipotek, DBS limiti).
      * gecerli teminatlar KREDI denetiminde limite eklenir;
      * iade ONAYBEK uzerinden ikinci bir yetkilinin onayiyla
      * tamamlanir. gece isinden parametreyle cagrilirsa suresi
      * yaklasan teminatlar csv ye dokulur
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > ZEROS MOVE 1 TO OTOMATIK.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM OTURUM-OKU.
           PERFORM AYAR-OKU THRU AYAR-OKU-SON.
           IF OTOMATIK = 1
              PERFORM SURE-LISTE THRU SURE-LISTE-SON
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
              ' CARI TEMINAT KAYDI ' LINE 2 POSITION 2.
           PERFORM ANA-MENU THRU ANA-MENU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM YENI-TEMINAT THRU YENI-TEMINAT-SON
              GO TUS.
           IF F = 2 PERFORM HESAP-TEMINAT THRU HESAP-TEMINAT-SON
              PERFORM ANA-MENU THRU ANA-MENU-SON
              GO TUS.
           IF F = 3 PERFORM SURE-LISTE THRU SURE-LISTE-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           IF OTOMATIK = ZEROS
              MOVE WCB TO NESTED-WCB (1)
              DISPLAY NESTED-WCB (1)
                 LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'
           END-IF.
           EXIT PROGRAM.
           STOP RUN.

       ANA-MENU.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'YENI TEMINAT' REVERSE
              ' F2 ' 'HESAP TEMINATLARI' REVERSE
              ' F3 ' 'SURESI DOLANLAR' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       ANA-MENU-SON.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

      * AYAR (TIP 45): suresi dolmadan kac gun once uyarilacagi
      * YAZDOS ta (varsayilan 30); YAZPORT 'H' ise KREDI teminati
      * limite eklemez
       AYAR-OKU.
           OPEN I-O AYAR.
           MOVE 45 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'TEMINAT SURE UYARISI (GUN)' TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT
                    AY-CIKTITIPI AY-YAZDOS2 AY-EVRAKNO
                 MOVE '030' TO AY-YAZDOS
                 MOVE 'E' TO AY-YAZPORT
                 PERFORM WRITE-AYAR
           END-READ.
           CLOSE AYAR.
           MOVE 30 TO UYARI-GUN.
           IF AY-YAZDOS(1:3) NUMERIC MOVE AY-YAZDOS(1:3) TO UYARI-GUN.
       AYAR-OKU-SON.

      * sira hesap icinde, TM-NO tum dosyada bir artirilarak
      * verilir
       YENI-TEMINAT.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO YENI-TEMINAT-SON.
           PERFORM HESAP-GOSTER THRU HESAP-GOSTER-SON.
           INITIALIZE TM-KAYIT.
           MOVE E-HESAPNO TO TM-HESAPNO.
           MOVE 1 TO TM-TUR.
           MOVE 'TL ' TO TM-DOVIZ.
           MOVE BUGUN TO TM-BASLAMA.
           DISPLAY 'TUR (1=MEKTUP 2=IPOTEK 3=DBS 9=DIGER):'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'BANKA / VEREN :' LINE 7 POSITION 2
              'TUTAR         :' LINE 8 POSITION 2
              'DOVIZ         :' LINE 9 POSITION 2
              'BASLAMA       :' LINE 10 POSITION 2
              'BITIS         :' LINE 11 POSITION 2
              '(SURESIZ ISE BOS)' LINE 11 POSITION 30
              'BELGE NO      :' LINE 12 POSITION 2.
       YENI-TUR.
           ACCEPT TM-TUR LINE 6 POSITION 41 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-TEMINAT-SON.
           IF TM-TUR NOT = 1 AND 2 AND 3 AND 9 GO YENI-TUR.
           ACCEPT TM-BANKA LINE 7 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO Z-TUTAR.
           ACCEPT Z-TUTAR LINE 8 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-TUTAR TO TM-TUTAR.
           ACCEPT TM-DOVIZ LINE 9 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT TM-BGUN LINE 10 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT TM-BAY LINE 10 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT TM-BYIL LINE 10 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT TM-SGUN LINE 11 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT TM-SAY LINE 11 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT TM-SYIL LINE 11 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT TM-BELGENO LINE 12 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-TEMINAT-SON.
           IF TM-TUTAR = ZEROS
              DISPLAY 'TUTAR GIRILMEDI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO YENI-TUR.
           IF TM-BITIS NOT = ZEROS AND TM-BITIS NOT > TM-BASLAMA
              DISPLAY 'BITIS BASLAMADAN SONRA OLMALI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO YENI-TUR.
           IF TM-DOVIZ = SPACES OR TM-DOVIZ = 'TRY'
              MOVE 'TL ' TO TM-DOVIZ.
           MOVE 'A' TO TM-DURUM.
           MOVE ZEROS TO TM-IADE-TARIH.
           MOVE OT-KULLANICI-ADI TO TM-KULLANICI.
           OPEN I-O TEMINAT.
           IF ST-TEMINAT = '35'
              CLOSE TEMINAT
              OPEN OUTPUT TEMINAT
              CLOSE TEMINAT
              OPEN I-O TEMINAT.
           PERFORM NUMARA-VER THRU NUMARA-VER-SON.
       YENI-YAZ.
           PERFORM WRITE-TEMINAT.
           IF WVAR = 0
              ADD 1 TO TM-SIRA TM-NO
              GO YENI-YAZ.
           CLOSE TEMINAT.
           MOVE TM-NO TO Z-SAYI.
           DISPLAY 'TEMINAT KAYDEDILDI - NO :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 14 POSITION 28.
       YENI-TEMINAT-SON.

       NUMARA-VER.
           MOVE TM-KAYIT TO TM-SAKLA.
           MOVE 999999 TO TM-NO.
           MOVE ZEROS TO YENI-NO.
           START TEMINAT KEY IS NOT GREATER THAN TM-NO
              INVALID KEY GO NUMARA-SIRA.
           READ TEMINAT PREVIOUS
              AT END CONTINUE
              NOT AT END MOVE TM-NO TO YENI-NO
           END-READ.
       NUMARA-SIRA.
           MOVE TM-SAKLA TO TM-KAYIT.
           MOVE ZEROS TO YENI-SIRA.
           MOVE 999 TO TM-SIRA.
           START TEMINAT KEY IS NOT GREATER THAN TM-KEY
              INVALID KEY GO NUMARA-YAZ.
           READ TEMINAT PREVIOUS
              AT END CONTINUE
              NOT AT END
                 IF TM-HESAPNO = E-HESAPNO MOVE TM-SIRA TO YENI-SIRA
                 END-IF
           END-READ.
       NUMARA-YAZ.
           MOVE TM-SAKLA TO TM-KAYIT.
           COMPUTE TM-NO = YENI-NO + 1.
           COMPUTE TM-SIRA = YENI-SIRA + 1.
       NUMARA-VER-SON.

       HESAP-GOSTER.
           OPEN INPUT SICIL.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           CLOSE SICIL.
           DISPLAY 'HESAP :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-HESAPNO LINE 4 POSITION 10
              SC-HESAPADI LINE 4 POSITION 26 SIZE 50.
       HESAP-GOSTER-SON.

      * hesabin teminatlari listelenir; secilen satir icin ek
      * belge, sure uzatma ve iade talebi yapilir
       HESAP-TEMINAT.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO HESAP-TEMINAT-SON.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F3 ' 'EK BELGE' REVERSE
              ' F4 ' 'IADE TALEBI' REVERSE
              ' F5 ' 'SURE UZAT' REVERSE
              ' ESC ' 'GERI' REVERSE.
       HESAP-TEMINAT-LISTE.
           PERFORM TEMINAT-LISTELE THRU TEMINAT-LISTELE-SON.
       HESAP-TEMINAT-TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO HESAP-TEMINAT-SON.
           IF F NOT = 3 AND 4 AND 5 GO HESAP-TEMINAT-TUS.
           DISPLAY 'SIRA NO :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 60.
           MOVE ZEROS TO E-SIRA.
           ACCEPT E-SIRA LINE 32 POSITION 12 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-SIRA = ZEROS OR E-SIRA > TL-SAYI
              GO HESAP-TEMINAT-TUS.
           OPEN I-O TEMINAT.
           MOVE E-HESAPNO TO TM-HESAPNO.
           MOVE TL-SIRA(E-SIRA) TO TM-SIRA.
           READ TEMINAT
              INVALID KEY CLOSE TEMINAT GO HESAP-TEMINAT-TUS.
           EVALUATE F
            WHEN 3 PERFORM EK-BELGE THRU EK-BELGE-SON
            WHEN 4 PERFORM IADE-TALEP THRU IADE-TALEP-SON
            WHEN 5 PERFORM SURE-UZAT THRU SURE-UZAT-SON
           END-EVALUATE.
           CLOSE TEMINAT.
           GO HESAP-TEMINAT-LISTE.
       HESAP-TEMINAT-SON.

       TEMINAT-LISTELE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM HESAP-GOSTER THRU HESAP-GOSTER-SON.
           DISPLAY 'NO TUR          BANKA/VEREN' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TUTAR DVZ BITIS      DURUM' LINE 5 POSITION 45.
           MOVE ZEROS TO TL-SAYI.
           MOVE 6 TO SATIR.
           OPEN INPUT TEMINAT.
           IF ST-TEMINAT NOT = '00' GO TEMINAT-LISTELE-SON.
           MOVE E-HESAPNO TO TM-HESAPNO.
           MOVE ZEROS TO TM-SIRA.
           START TEMINAT KEY IS NOT LESS THAN TM-KEY
              INVALID KEY GO TEMINAT-LISTELE-KAPAT.
       TEMINAT-LISTELE-OKU.
           READ TEMINAT NEXT AT END GO TEMINAT-LISTELE-KAPAT.
           IF TM-HESAPNO NOT = E-HESAPNO GO TEMINAT-LISTELE-KAPAT.
           IF TL-SAYI NOT < 20 GO TEMINAT-LISTELE-KAPAT.
           ADD 1 TO TL-SAYI.
           MOVE TM-SIRA TO TL-SIRA(TL-SAYI).
           PERFORM ADLAR THRU ADLAR-SON.
           MOVE TM-TUTAR TO Z-TUTAR.
           DISPLAY TL-SAYI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              TUR-ADI LINE SATIR POSITION 5
              TM-BANKA LINE SATIR POSITION 18 SIZE 16
              Z-TUTAR LINE SATIR POSITION 34
              TM-DOVIZ LINE SATIR POSITION 51.
           IF TM-BITIS = ZEROS
              DISPLAY 'SURESIZ' LINE SATIR POSITION 55
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              DISPLAY TM-SGUN LINE SATIR POSITION 55
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 '/' TM-SAY '/' TM-SYIL
           END-IF.
           DISPLAY DURUM-ADI LINE SATIR POSITION 66
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO TEMINAT-LISTELE-OKU.
       TEMINAT-LISTELE-KAPAT.
           CLOSE TEMINAT.
       TEMINAT-LISTELE-SON.

      * suresi gecmis aktif teminat DOLMUS gorunur; KREDI onu
      * saymaz
       ADLAR.
           EVALUATE TRUE
            WHEN TM-TUR-MEKTUP MOVE 'TEM.MEKTUBU' TO TUR-ADI
            WHEN TM-TUR-IPOTEK MOVE 'IPOTEK' TO TUR-ADI
            WHEN TM-TUR-DBS MOVE 'DBS LIMITI' TO TUR-ADI
            WHEN OTHER MOVE 'DIGER' TO TUR-ADI
           END-EVALUATE.
           EVALUATE TRUE
            WHEN TM-IADE-BEKLIYOR MOVE 'IADE ONAYDA' TO DURUM-ADI
            WHEN TM-IADE-EDILDI MOVE 'IADE EDILDI' TO DURUM-ADI
            WHEN TM-BITIS NOT = ZEROS AND TM-BITIS < BUGUN
                 MOVE 'DOLMUS' TO DURUM-ADI
            WHEN TM-BASLAMA > BUGUN MOVE 'BASLAMADI' TO DURUM-ADI
            WHEN OTHER MOVE 'GECERLI' TO DURUM-ADI
           END-EVALUATE.
       ADLAR-SON.

      * taranmis teminat belgesi EKDOSYA ya teminat no ile baglanir
       EK-BELGE.
           MOVE 1 TO EKG-BAGTIP.
           MOVE 90 TO EKG-DTIP.
           MOVE TM-NO TO EKG-REFNO.
           CALL 'EKDOSYAP' USING EKG-BAGTIP EKG-DTIP EKG-REFNO.
           CANCEL 'EKDOSYAP'.
       EK-BELGE-SON.

      * iade tek kisiyle yapilamaz: ONAYBEK e talep acilir,
      * teminat onay gelene kadar kredi hesabinda sayilmaz
       IADE-TALEP.
           IF NOT TM-AKTIF
              DISPLAY 'TEMINAT IADE EDILEBILIR DURUMDA DEGIL !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO IADE-TALEP-SON.
           DISPLAY 'IADE TALEBI ACILSIN MI (E/H) :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 40.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 32 POSITION 33 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO IADE-TALEP-SON.
           OPEN I-O ONAYBEK.
           IF ST-ONAYBEK = '35'
              CLOSE ONAYBEK
              OPEN OUTPUT ONAYBEK
              CLOSE ONAYBEK
              OPEN I-O ONAYBEK.
           MOVE BUGUN TO OB-TARIH.
           ACCEPT OB-SAAT FROM TIME.
           MOVE ZEROS TO OB-SIRA.
           MOVE 4 TO OB-ISLEM.
           MOVE OT-KULLANICI-ADI TO OB-KULLANICI.
           MOVE TM-HESAPNO TO OB-HESAPNO.
           MOVE TM-SIRA TO OB-DEPONO.
           MOVE TM-TUTAR TO OB-TUTAR.
           MOVE SPACES TO OB-ACIKLAMA.
           STRING 'TEMINAT IADE ' TM-DOVIZ ' ' TM-BELGENO
              DELIMITED BY SIZE INTO OB-ACIKLAMA.
           MOVE 'B' TO OB-DURUM.
           MOVE SPACES TO OB-ONAYLAYAN.
       IADE-TALEP-YAZ.
           PERFORM WRITE-ONAYBEK.
           IF WVAR = 0 ADD 1 TO OB-SIRA GO IADE-TALEP-YAZ.
           CLOSE ONAYBEK.
           MOVE 'B' TO TM-DURUM.
           PERFORM REWRITE-TEMINAT.
       IADE-TALEP-SON.

       SURE-UZAT.
           IF NOT TM-AKTIF GO SURE-UZAT-SON.
           DISPLAY 'YENI BITIS :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 40.
           MOVE TM-BITIS TO E-TARIH.
           ACCEPT E-GUN LINE 32 POSITION 15 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-AY LINE 32 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 32 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SURE-UZAT-SON.
           IF E-TARIH NOT = ZEROS AND E-TARIH NOT > TM-BASLAMA
              GO SURE-UZAT-SON.
           MOVE E-TARIH TO TM-BITIS.
           PERFORM REWRITE-TEMINAT.
       SURE-UZAT-SON.

      * bitisine uyari gununden az kalmis ya da suresi gecmis
      * aktif teminatlar
       SURE-LISTE.
           IF OTOMATIK = ZEROS
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON
              DISPLAY 'HESAP NO        HESAP ADI' LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 'TUR          TUTAR DVZ  KALAN' LINE 4 POSITION 44
           END-IF.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO LISTE-SAYI.
           COMPUTE VT-BUGUN = BU-GUN + BU-AY * 30,41 + BU-YIL * 365.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'TEMIN' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'HESAP NO;HESAP ADI;TUR;BANKA;BELGE NO;TUTAR;'
              'DOVIZ;BITIS;KALAN GUN' DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           OPEN INPUT TEMINAT SICIL.
           IF ST-TEMINAT NOT = '00' GO SURE-LISTE-BITIR.
           MOVE LOW-VALUES TO TM-KEY.
           START TEMINAT KEY IS NOT LESS THAN TM-KEY
              INVALID KEY GO SURE-LISTE-KAPAT.
       SURE-LISTE-OKU.
           READ TEMINAT NEXT AT END GO SURE-LISTE-KAPAT.
           IF NOT TM-AKTIF OR TM-BITIS = ZEROS GO SURE-LISTE-OKU.
           COMPUTE VT-BITIS = TM-SGUN + TM-SAY * 30,41
              + TM-SYIL * 365.
           COMPUTE KALAN-GUN ROUNDED = VT-BITIS - VT-BUGUN.
           IF KALAN-GUN > UYARI-GUN GO SURE-LISTE-OKU.
           ADD 1 TO LISTE-SAYI.
           MOVE TM-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           PERFORM ADLAR THRU ADLAR-SON.
           MOVE TM-TUTAR TO Z-TUTAR.
           MOVE KALAN-GUN TO Z-KALAN.
           MOVE SPACES TO CSV-SATIR.
           STRING TM-HESAPNO ';' SC-HESAPADI ';' TUR-ADI ';'
              TM-BANKA ';' TM-BELGENO ';' Z-TUTAR ';' TM-DOVIZ ';'
              TM-SGUN '/' TM-SAY '/' TM-SYIL ';' Z-KALAN
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF OTOMATIK = 1 OR SATIR > 31 GO SURE-LISTE-OKU.
           DISPLAY TM-HESAPNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI LINE SATIR POSITION 18 SIZE 25
              TUR-ADI LINE SATIR POSITION 44 SIZE 11
              Z-TUTAR(6:11) LINE SATIR POSITION 56
              TM-DOVIZ LINE SATIR POSITION 68
              Z-KALAN LINE SATIR POSITION 72.
           ADD 1 TO SATIR.
           GO SURE-LISTE-OKU.
       SURE-LISTE-KAPAT.
           CLOSE TEMINAT.
       SURE-LISTE-BITIR.
           CLOSE SICIL CSVOUT.
           IF OTOMATIK = 1 GO SURE-LISTE-SON.
           MOVE LISTE-SAYI TO Z-SAYI.
           DISPLAY 'UYARILACAK TEMINAT :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 32 POSITION 23
              'DOSYA:' LINE 32 POSITION 30
              CSV-DOSYA LINE 32 POSITION 37.
       SURE-LISTE-SON.

       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==TEMINAT==
                                  "%T%"  BY "TEMINAT"
                                 ==%R%== BY ==TM-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==ONAYBEK==
                                  "%T%"  BY "ONAYBEK"
                                 ==%R%== BY ==OB-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
