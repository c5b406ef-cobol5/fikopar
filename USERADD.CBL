       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'users.cpy'.
       copy 'access.cpy'.
       copy 'girislog.cpy'.
       copy 'oturum.cpy'.
              SELECT USEROKU ASSIGN TO DISK, 'USERS.CFG'
                ORGANIZATION LINE SEQUENTIAL.
              SELECT ACCESSOKU ASSIGN TO DISK, 'ACCESS.CFG'
       FILE SECTION.
       copy 'users.cpz'.
       copy 'access.cpz'.
       copy 'girislog.cpz'.
       copy 'oturum.cpz'.
       FD USEROKU.
       01 UO-KAYIT.
           02 UO-NAME             PIC X(20).
           02 UO-PASS             PIC X(20).
           02                     PIC X.
           02 UO-ACTIVE           PIC 9.
           02                     PIC X.
           02 UO-MMKOD            PIC X(4).
       FD ACCESSOKU.
       01 AO-KAYIT.
           02 AO-NAME             PIC X(20).
           02 BG-YIL              PIC 9999.
           02 BG-AY               PIC 99.
           02 BG-GUN              PIC 99.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-KULLANICI       PIC X(20).
           02 E-ONAY            PIC X.
           02 Z-DENEME          PIC Z9.
           02 L-NEDEN           PIC X(40).
       01 AKTARILAN.
           02 AK-SAYI           PIC 9(4).
           02 AK-I              PIC 9(4).
           02 AK-AD             PIC X(20) OCCURS 500 TIMES.
       77 OTOMATIK              PIC 9 VALUE 0.
       copy 'sifre.var'.
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
      * USERS.CFG ve ACCESS.CFG kullanici dosyalarina aktarilir,
      * sifreler tuzlanip ozetlenerek saklanir. /K ile cagrilinca
      * hatali girisler yuzunden kilitlenen hesaplarin kilidi
      * acilir; bunun icin oturumdaki kullanicinin ACCESS
      * dosyasinda USERADD kodu icin degistirme yetkisi olmali
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       BASLA.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/K'
                 GO KILIT-AC.
           OPEN INPUT USERS.
           IF ST-USERS = '35'
              OPEN OUTPUT USERS.
           CLOSE USERS.
		   PERFORM TRUNCATE-USERACCESS.
		   OPEN I-O USERS USERACCESS.
           OPEN INPUT USEROKU ACCESSOKU.
           READ USEROKU NEXT. READ ACCESSOKU NEXT.
           READ USEROKU NEXT. READ ACCESSOKU NEXT.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE ZEROS TO AK-SAYI.
      * kayitli kullanicida dosya yalniz durumu ve masraf merkezini
      * belirler; sifre, kilit ve son giris bilgisi korunur. dosyadaki
      * sifre yalniz yeni kullanicinin ilk sifresidir
       USER-AKTAR.
           MOVE SPACES TO UO-NAME UO-PASS UO-MMKOD.
           MOVE ZEROS TO UO-ACTIVE.
           READ USEROKU NEXT AT END GO USER-PASIF.
           IF UO-NAME = SPACES GO USER-AKTAR.
           ADD 1 TO AK-SAYI.
           IF AK-SAYI NOT > 500 MOVE UO-NAME TO AK-AD (AK-SAYI).
           MOVE UO-NAME TO US-NAME.
           READ USERS INVALID KEY GO USER-YENI.
           MOVE UO-ACTIVE TO US-ACTIVE.
           MOVE ZEROS TO US-MMKOD.
           IF UO-MMKOD IS NUMERIC MOVE UO-MMKOD TO US-MMKOD.
           PERFORM REWRITE-USERS.
           GO USER-AKTAR.
       USER-YENI.
           INITIALIZE US-KAYIT.
           MOVE UO-NAME TO US-NAME.
           MOVE UO-PASS TO SF-YENI-SIFRE.
           PERFORM SIFRE-OZETLE THRU SIFRE-OZETLE-SON.
           MOVE UO-ACTIVE TO US-ACTIVE.
      * kullanicinin varsayilan masraf merkezi (kolon bossa yok)
           MOVE ZEROS TO US-MMKOD.
           IF UO-MMKOD IS NUMERIC MOVE UO-MMKOD TO US-MMKOD.
           MOVE ZEROS TO US-HATALI-GIRIS US-KILIT-TARIH US-KILIT-SAAT
              US-SON-GIRIS.
           MOVE 'H' TO US-KILIT.
           MOVE BUGUN TO US-SIFRE-DEGISTIRME.
           MOVE 3 TO US-SIFRE-SURE-AY.
           PERFORM SIFRE-BITIS-HESAPLA THRU SIFRE-BITIS-HESAPLA-SON.
           PERFORM WRITE-USERS.
           GO USER-AKTAR.
      * dosyadan cikarilan kullanici silinmez, pasife alinir
       USER-PASIF.
           IF AK-SAYI > 500 GO USER-AKTAR-SON.
           MOVE LOW-VALUES TO US-NAME.
           START USERS KEY NOT < US-NAME
              INVALID KEY GO USER-AKTAR-SON.
       USER-PASIF-OKU.
           READ USERS NEXT AT END GO USER-AKTAR-SON.
           PERFORM VARYING AK-I FROM 1 BY 1 UNTIL AK-I > AK-SAYI
                OR AK-AD (AK-I) = US-NAME
                CONTINUE
           END-PERFORM.
           IF AK-I > AK-SAYI AND US-ACTIVE NOT = '0'
              MOVE '0' TO US-ACTIVE
              PERFORM REWRITE-USERS.
           GO USER-PASIF-OKU.
       USER-AKTAR-SON.
       
       ACCESS-AKTAR.
       STOP-PROGRAM.
           CLOSE USERS USERACCESS.
           CLOSE USEROKU ACCESSOKU.
       CIKIS.
           EXIT PROGRAM.
           STOP RUN.

       KILIT-AC.
           PERFORM OTURUM-OKU.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' KILITLI HESAP ACMA ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' ESC ' 'CIKIS' REVERSE.
      * kilit acma yetkisi yalniz ACCESS dosyasinda acikca
      * tanimlanir; kayit yoksa yetki de yoktur
           MOVE 'KILIT ACMA YETKINIZ YOK !!!' TO L-NEDEN.
           MOVE OT-KULLANICI-ADI TO UA-NAME.
           MOVE 'USERADD' TO UA-CODE.
           OPEN INPUT USERACCESS.
           IF ST-USERACCESS = '00'
              READ USERACCESS
                 NOT INVALID KEY
                    IF UA-UPDATE NOT = '0' AND UA-UPDATE NOT = SPACE
                       MOVE SPACES TO L-NEDEN
                    END-IF
              END-READ
              CLOSE USERACCESS.
           IF OT-KULLANICI-ADI = SPACES
              MOVE 'KILIT ACMA YETKINIZ YOK !!!' TO L-NEDEN.
           IF L-NEDEN NOT = SPACES
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              ACCEPT F FROM ESCAPE KEY
              GO KILIT-AC-KALDIR.
       KILIT-AC-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KULLANICI           DENEME KILIT TARIHI'
              LINE 6 POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'.
           MOVE 7 TO SATIR.
           OPEN INPUT USERS.
           MOVE LOW-VALUES TO US-NAME.
           START USERS KEY NOT < US-NAME
              INVALID KEY GO KILIT-AC-LISTE-SON.
       KILIT-AC-LISTE-OKU.
           READ USERS NEXT AT END GO KILIT-AC-LISTE-SON.
           IF NOT US-KILITLI GO KILIT-AC-LISTE-OKU.
           IF SATIR > 30 GO KILIT-AC-LISTE-SON.
           MOVE US-HATALI-GIRIS TO Z-DENEME.
           DISPLAY US-NAME LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-DENEME LINE SATIR POSITION 26
              US-KILIT-TARIH(7:2) LINE SATIR POSITION 29 '.'
              US-KILIT-TARIH(5:2) '.' US-KILIT-TARIH(1:4) ' '
              US-KILIT-SAAT(1:2) ':' US-KILIT-SAAT(3:2).
           ADD 1 TO SATIR.
           GO KILIT-AC-LISTE-OKU.
       KILIT-AC-LISTE-SON.
           CLOSE USERS.
       KILIT-AC-SOR.
           MOVE SPACES TO E-KULLANICI E-ONAY.
           DISPLAY 'KULLANICI :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-KULLANICI LINE 4 POSITION 14 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KILIT-AC-KALDIR.
           IF E-KULLANICI = SPACES GO KILIT-AC-SOR.
           OPEN I-O USERS.
           MOVE E-KULLANICI TO US-NAME.
           READ USERS
              INVALID KEY
                 CLOSE USERS
                 MOVE 'KULLANICI BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 GO KILIT-AC-SOR.
           IF NOT US-KILITLI
              CLOSE USERS
              MOVE 'HESAP KILITLI DEGIL !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO KILIT-AC-SOR.
           DISPLAY 'KILIT ACILSIN MI (E/H) :' LINE 4 POSITION 40
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-ONAY LINE 4 POSITION 65 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           DISPLAY SPACES LINE 4 POSITION 40 SIZE 30
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E'
              CLOSE USERS
              GO KILIT-AC-SOR.
           MOVE US-HATALI-GIRIS TO GL-DENEME.
           MOVE 'H' TO US-KILIT.
           MOVE ZEROS TO US-HATALI-GIRIS US-KILIT-TARIH US-KILIT-SAAT.
           PERFORM REWRITE-USERS.
           CLOSE USERS.
           MOVE US-NAME TO GL-KULLANICI.
           MOVE 'A' TO GL-OLAY.
           MOVE OT-KULLANICI-ADI TO GL-YONETICI.
           PERFORM GIRIS-LOGLA THRU GIRIS-LOGLA-SON.
           GO KILIT-AC-LISTE.
       KILIT-AC-KALDIR.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           GO CIKIS.

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

       copy fileop.cpy REPLACING ==%T%== BY ==USERS==
                                  "%T%"  BY "USERS"
                                 ==%R%== BY ==US-KAYIT==.
                                  "%T%"  BY "USERACCESS"
                                 ==%R%== BY ==UA-KAYIT==.
       copy 'sifre.per'.
           
       copy fileop.cpy REPLACING ==%T%== BY ==GIRISLOG==
                                  "%T%"  BY "GIRISLOG"
                                 ==%R%== BY ==GL-KAYIT==.
       copy 'oturum.per'.
       copy 'girislog.per'.
