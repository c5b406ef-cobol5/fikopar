       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'PROMOSYN'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'promosyon.cpy'.
       copy 'stok.cpy'.
       copy 'oturum.cpy'.
       copy 'degislog.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'promosyon.cpz'.
       copy 'stok.cpz'.
       copy 'oturum.cpz'.
       copy 'degislog.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 K                 PIC 9.
           02 E-NO              PIC 9999.
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-MIKTAR          PIC Z(6)9,999.
           02 Z-YUZDE           PIC ZZ9,99.
           02 ODUL-ADI          PIC X(20).
           02 DURUM-ADI         PIC X(10).
           02 SART-SAYI         PIC 9.
           02 HATA-VAR          PIC 9.
       copy 'oturum.var'.
       copy 'degis.var'.
       copy 'rfmseg.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
      * promosyon kurallari: en fazla bes kosul (stok kodu, marka
      * ya da tip), esik miktar ve odul (bedava urun ya da yuzde
      * indirim). kurallar HIZLISAT ve is emri satir girisinde
      * PROMOBUL ile degerlendirilir, maliyeti KAMPRAP ta izlenir
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
              ' PROMOSYON KURALLARI ' LINE 2 POSITION 2.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM OTURUM-OKU.
           OPEN I-O PROMOSYON.
           IF ST-PROMOSYON = '35'
              CLOSE PROMOSYON
              OPEN OUTPUT PROMOSYON
              CLOSE PROMOSYON
              OPEN I-O PROMOSYON.
           OPEN INPUT STOK.
           PERFORM ANA-MENU THRU ANA-MENU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM KURAL-GIR THRU KURAL-GIR-SON
              PERFORM ANA-MENU THRU ANA-MENU-SON
              GO TUS.
           IF F = 2 PERFORM KURAL-LISTE THRU KURAL-LISTE-SON
              GO TUS.
           IF F = 3 PERFORM KURAL-DURUM THRU KURAL-DURUM-SON
              GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CLOSE PROMOSYON STOK.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.

       ANA-MENU.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'KURAL GIR/DUZELT' REVERSE
              ' F2 ' 'KURAL LISTESI' REVERSE
              ' F3 ' 'AKTIF/PASIF' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       ANA-MENU-SON.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

      * bos numarayla yeni kural acilir (en buyugun bir fazlasi),
      * var olan numara duzeltilir
       KURAL-GIR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KURAL NO (YENI ISE 0) :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-NO.
           ACCEPT E-NO LINE 4 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KURAL-GIR-SON.
           IF E-NO = ZEROS
              PERFORM NUMARA-VER THRU NUMARA-VER-SON
              INITIALIZE PM-KAYIT
              MOVE E-NO TO PM-NO
              MOVE BUGUN TO PM-BASTARIH
              MOVE 'H' TO PM-TEKRAR
              MOVE 1 TO PM-ODUL-TUR
              MOVE 'A' TO PM-DURUM
           ELSE
              MOVE E-NO TO PM-NO
              READ PROMOSYON
                 INVALID KEY
                    DISPLAY 'KURAL BULUNAMADI !!!' LINE 32 POSITION 2
                       CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    GO KURAL-GIR-SON
              END-READ
           END-IF.
           DISPLAY E-NO LINE 4 POSITION 26
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ADI           :' LINE 5 POSITION 2
              'BASLAMA       :' LINE 6 POSITION 2
              'BITIS         :' LINE 7 POSITION 2
              '(SURESIZ ISE BOS)' LINE 7 POSITION 30
              'KOSULLAR  TUR (S=STOK M=MARKA T=TIP)  KATALOG  DEGER'
                 LINE 9 POSITION 2
              'ESIK MIKTAR   :' LINE 16 POSITION 2
              'TEKRAR (E/H)  :' LINE 17 POSITION 2
              '(HER ESIK KATINDA YENIDEN VERILIR)' LINE 17 POSITION 30
              'ODUL (1=BEDAVA URUN 2=YUZDE INDIRIM) :'
                 LINE 18 POSITION 2
              'ODUL KATALOG  :' LINE 19 POSITION 2
              'STOK NO :' LINE 19 POSITION 30
              '(BOS ISE AYNI KALEM)' LINE 20 POSITION 30
              'ODUL ADET     :' LINE 21 POSITION 2
              'INDIRIM YUZDE :' LINE 22 POSITION 2
              'DURUM (A/P)   :' LINE 23 POSITION 2
              'MUSTERI SEGMENTI :' LINE 24 POSITION 2
              '(0 = TUM MUSTERILER)' LINE 24 POSITION 30.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
              COMPUTE SATIR = K + 9
              DISPLAY K LINE SATIR POSITION 12
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       KURAL-FORM.
           ACCEPT PM-ADI LINE 5 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KURAL-GIR-SON.
           ACCEPT PM-BAGUN LINE 6 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PM-BAAY LINE 6 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PM-BAYIL LINE 6 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PM-BTGUN LINE 7 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PM-BTAY LINE 7 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PM-BTYIL LINE 7 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
              COMPUTE SATIR = K + 9
              ACCEPT PM-S-TUR(K) LINE SATIR POSITION 16 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              ACCEPT PM-S-KATNO(K) LINE SATIR POSITION 41 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              ACCEPT PM-S-DEGER(K) LINE SATIR POSITION 48 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
           END-PERFORM.
           MOVE PM-ESIK TO Z-MIKTAR.
           ACCEPT Z-MIKTAR LINE 16 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-MIKTAR TO PM-ESIK.
           ACCEPT PM-TEKRAR LINE 17 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PM-ODUL-TUR LINE 18 POSITION 41 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PM-ODUL-KATNO LINE 19 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PM-ODUL-STNO LINE 19 POSITION 40 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE PM-ODUL-ADET TO Z-MIKTAR.
           ACCEPT Z-MIKTAR LINE 21 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-MIKTAR TO PM-ODUL-ADET.
           MOVE PM-YUZDE TO Z-YUZDE.
           ACCEPT Z-YUZDE LINE 22 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-YUZDE TO PM-YUZDE.
           ACCEPT PM-DURUM LINE 23 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PM-SEGMENT LINE 24 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KURAL-GIR-SON.
           PERFORM KURAL-DENETLE THRU KURAL-DENETLE-SON.
           IF HATA-VAR = 1 GO KURAL-FORM.
           DISPLAY 'KAYDEDILSIN MI (E/H) :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 50.
           MOVE 'E' TO E-ONAY.
           ACCEPT E-ONAY LINE 32 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO KURAL-GIR-SON.
           MOVE OT-KULLANICI-ADI TO PM-KULLANICI.
           PERFORM WRITE-PROMOSYON.
           IF WVAR = 0 PERFORM REWRITE-PROMOSYON.
           MOVE 'KURAL' TO DGL-ALAN.
           MOVE SPACES TO DGL-ESKI.
           MOVE PM-ADI TO DGL-YENI.
           PERFORM KURAL-IZLE THRU KURAL-IZLE-SON.
           DISPLAY 'KURAL KAYDEDILDI' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 30.
       KURAL-GIR-SON.

       NUMARA-VER.
           MOVE 9999 TO PM-NO.
           MOVE ZEROS TO E-NO.
           START PROMOSYON KEY IS NOT GREATER THAN PM-NO
              INVALID KEY GO NUMARA-VER-ARTIR.
           READ PROMOSYON PREVIOUS
              AT END CONTINUE
              NOT AT END MOVE PM-NO TO E-NO
           END-READ.
       NUMARA-VER-ARTIR.
           ADD 1 TO E-NO.
       NUMARA-VER-SON.

      * kosulsuz, esiksiz ya da odulu belirsiz kural kaydedilmez
       KURAL-DENETLE.
           MOVE 1 TO HATA-VAR.
           IF PM-ADI = SPACES
              DISPLAY 'KURAL ADI GIRILMEDI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KURAL-DENETLE-SON.
           IF PM-BITTARIH NOT = ZEROS AND PM-BITTARIH < PM-BASTARIH
              DISPLAY 'BITIS BASLAMADAN ONCE OLAMAZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KURAL-DENETLE-SON.
           MOVE ZEROS TO SART-SAYI.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
              IF PM-S-TUR(K) = 's' MOVE 'S' TO PM-S-TUR(K) END-IF
              IF PM-S-TUR(K) = 'm' MOVE 'M' TO PM-S-TUR(K) END-IF
              IF PM-S-TUR(K) = 't' MOVE 'T' TO PM-S-TUR(K) END-IF
              IF PM-S-TUR(K) NOT = SPACES
                 AND PM-S-DEGER(K) NOT = SPACES
                 ADD 1 TO SART-SAYI
              END-IF
              IF PM-S-TUR(K) NOT = SPACES AND NOT PM-S-STOK(K)
                 AND NOT PM-S-MARKA(K) AND NOT PM-S-TIPI(K)
                 MOVE 9 TO SART-SAYI
              END-IF
           END-PERFORM.
           IF SART-SAYI = ZEROS OR SART-SAYI = 9
              DISPLAY 'KOSUL HATALI YA DA EKSIK !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KURAL-DENETLE-SON.
           IF PM-ESIK = ZEROS
              DISPLAY 'ESIK MIKTAR GIRILMEDI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KURAL-DENETLE-SON.
           IF PM-SEGMENT > 8
              DISPLAY 'SEGMENT 0-8 OLMALI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KURAL-DENETLE-SON.
           IF PM-SEGMENT = ZEROS
              DISPLAY '(0 = TUM MUSTERILER)' LINE 24 POSITION 30
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              DISPLAY RF-SEGMENT-ADI (PM-SEGMENT) LINE 24 POSITION 30
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SPACES SIZE 8
           END-IF.
           IF PM-TEKRAR = 'e' MOVE 'E' TO PM-TEKRAR.
           IF PM-TEKRAR NOT = 'E' MOVE 'H' TO PM-TEKRAR.
           IF PM-DURUM = 'a' MOVE 'A' TO PM-DURUM.
           IF PM-DURUM = 'p' MOVE 'P' TO PM-DURUM.
           IF NOT PM-AKTIF AND NOT PM-PASIF MOVE 'A' TO PM-DURUM.
           IF NOT PM-BEDAVA AND NOT PM-INDIRIM
              DISPLAY 'ODUL TURU 1 YA DA 2 OLMALI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KURAL-DENETLE-SON.
           IF PM-INDIRIM
              MOVE ZEROS TO PM-ODUL-KATNO PM-ODUL-ADET
              MOVE SPACES TO PM-ODUL-STNO
              IF PM-YUZDE = ZEROS OR PM-YUZDE > 100
                 DISPLAY 'INDIRIM YUZDESI HATALI !!!'
                    LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    SPACES SIZE 40
                 GO KURAL-DENETLE-SON
              END-IF
              MOVE ZEROS TO HATA-VAR
              GO KURAL-DENETLE-SON.
           MOVE ZEROS TO PM-YUZDE.
           IF PM-ODUL-ADET = ZEROS
              DISPLAY 'ODUL ADEDI GIRILMEDI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KURAL-DENETLE-SON.
      * ayni kalem bedava veriliyorsa odul esigin icinden cikar
           IF PM-ODUL-STNO = SPACES AND PM-ODUL-ADET NOT < PM-ESIK
              DISPLAY 'ODUL ADEDI ESIKTEN KUCUK OLMALI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KURAL-DENETLE-SON.
           IF PM-ODUL-STNO NOT = SPACES
              MOVE PM-ODUL-KATNO TO ST-KATNO
              MOVE PM-ODUL-STNO TO ST-STNO
              READ STOK
                 INVALID KEY
                    DISPLAY 'ODUL STOK KARTI YOK !!!'
                       LINE 32 POSITION 2
                       CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                       SPACES SIZE 40
                    GO KURAL-DENETLE-SON
              END-READ
              DISPLAY ST-CINSI LINE 20 POSITION 30 SIZE 40
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-IF.
           MOVE ZEROS TO HATA-VAR.
       KURAL-DENETLE-SON.

       KURAL-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'NO   ADI' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'BITIS      ODUL                 DURUM'
                 LINE 4 POSITION 39.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO PM-NO.
           START PROMOSYON KEY IS NOT LESS THAN PM-NO
              INVALID KEY GO KURAL-LISTE-SON.
       KURAL-LISTE-OKU.
           READ PROMOSYON NEXT AT END GO KURAL-LISTE-SON.
           IF SATIR > 31 GO KURAL-LISTE-SON.
           PERFORM ADLAR THRU ADLAR-SON.
           DISPLAY PM-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              PM-ADI LINE SATIR POSITION 7 SIZE 31
              ODUL-ADI LINE SATIR POSITION 50
              DURUM-ADI LINE SATIR POSITION 71.
           IF PM-BITTARIH = ZEROS
              DISPLAY 'SURESIZ' LINE SATIR POSITION 39
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              DISPLAY PM-BTGUN LINE SATIR POSITION 39
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 '/' PM-BTAY '/' PM-BTYIL
           END-IF.
           ADD 1 TO SATIR.
           GO KURAL-LISTE-OKU.
       KURAL-LISTE-SON.

      * suresi gecmis aktif kural SURESI DOLDU gorunur
       ADLAR.
           MOVE SPACES TO ODUL-ADI.
           IF PM-INDIRIM
              MOVE PM-YUZDE TO Z-YUZDE
              STRING '%' Z-YUZDE ' INDIRIM' DELIMITED BY SIZE
                 INTO ODUL-ADI
           ELSE
              MOVE PM-ODUL-ADET TO Z-MIKTAR
              STRING Z-MIKTAR ' BEDAVA' DELIMITED BY SIZE
                 INTO ODUL-ADI
           END-IF.
           EVALUATE TRUE
            WHEN PM-PASIF MOVE 'PASIF' TO DURUM-ADI
            WHEN PM-BITTARIH NOT = ZEROS AND PM-BITTARIH < BUGUN
                 MOVE 'SURESI BIT' TO DURUM-ADI
            WHEN PM-BASTARIH > BUGUN MOVE 'BASLAMADI' TO DURUM-ADI
            WHEN OTHER MOVE 'AKTIF' TO DURUM-ADI
           END-EVALUATE.
       ADLAR-SON.

       KURAL-DURUM.
           DISPLAY 'KURAL NO :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 60.
           MOVE ZEROS TO E-NO.
           ACCEPT E-NO LINE 32 POSITION 13 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-NO = ZEROS GO KURAL-DURUM-SON.
           MOVE E-NO TO PM-NO.
           READ PROMOSYON
              INVALID KEY
                 DISPLAY 'KURAL BULUNAMADI !!!' LINE 32 POSITION 20
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO KURAL-DURUM-SON.
           MOVE PM-DURUM TO DGL-ESKI.
           IF PM-AKTIF
              MOVE 'P' TO PM-DURUM
           ELSE
              MOVE 'A' TO PM-DURUM
           END-IF.
           MOVE OT-KULLANICI-ADI TO PM-KULLANICI.
           PERFORM REWRITE-PROMOSYON.
           MOVE 'DURUM' TO DGL-ALAN.
           MOVE PM-DURUM TO DGL-YENI.
           PERFORM KURAL-IZLE THRU KURAL-IZLE-SON.
           PERFORM ADLAR THRU ADLAR-SON.
           DISPLAY PM-ADI LINE 32 POSITION 20 SIZE 30
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              DURUM-ADI LINE 32 POSITION 52.
       KURAL-DURUM-SON.

      * kural degisikligi iz dosyasina yazilir (subelere dagitim
      * bu izden hazirlanir)
       KURAL-IZLE.
           MOVE OT-KULLANICI-ADI TO DGL-AKTIF-KULLANICI.
           MOVE 'PROMOSYN' TO DGL-DOSYA.
           MOVE PM-NO TO DGL-ANAHTAR.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
       KURAL-IZLE-SON.

       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==PROMOSYON==
                                  "%T%"  BY "PROMOSYON"
                                 ==%R%== BY ==PM-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==DEGISLOG==
                                  "%T%"  BY "DEGISLOG"
                                 ==%R%== BY ==DGL-KAYIT==.
       copy 'degis.per'.
