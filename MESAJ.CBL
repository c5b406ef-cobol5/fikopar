       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MESAJ'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'mesaj.cpy'.
       copy 'msjgrup.cpy'.
       copy 'users.cpy'.
       copy 'access.cpy'.
       copy 'sicil.cpy'.
       copy 'hareket.cpy'.
       copy 'oturum.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'mesaj.cpz'.
       copy 'msjgrup.cpz'.
       copy 'users.cpz'.
       copy 'access.cpz'.
       copy 'sicil.cpz'.
       copy 'hareket.cpz'.
       copy 'oturum.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 I                 PIC 99.
           02 E-SIRA            PIC 99.
           02 E-ALICI           PIC X(20).
           02 E-KONU            PIC X(40).
           02 E-METIN.
               03 E-SATIR           PIC X(60) OCCURS 4 TIMES.
           02 E-HESAPNO         PIC X(15).
           02 E-EVRAK-TIP       PIC 99.
           02 E-EVRAKNO         PIC X(15).
           02 E-ONEMLI          PIC X.
           02 E-ONAY            PIC X.
           02 E-GRUP            PIC X(20).
           02 E-KULLANICI       PIC X(20).
           02 BUGUN             PIC 9(8).
           02 SIMDI             PIC 9(8).
           02 Z-SAYI            PIC ZZZ9.
           02 Z-TIP             PIC Z9.
       01 BILGI.
           02 B-NO                  PIC Z9.
           02 FILLER                PIC X VALUE ' '.
           02 B-TARIH               PIC X(10).
           02 FILLER                PIC X VALUE ' '.
           02 B-SAAT                PIC X(5).
           02 FILLER                PIC X VALUE ' '.
           02 B-KIM                 PIC X(16).
           02 FILLER                PIC X VALUE ' '.
           02 B-KONU                PIC X(26).
           02 FILLER                PIC X VALUE ' '.
           02 B-DURUM               PIC X(11).
       01 MESAJ-LISTE.
           02 MESAJ-SATIR OCCURS 24 TIMES.
               03 ML-KEY             PIC X(38).
       01 MESAJ-DEGIS.
           02 L-NEDEN           PIC X(50).
           02 YONETICI          PIC 9.
           02 MESAJ-SAY         PIC 99.
           02 YENI-SAY          PIC 9(4).
           02 GONDERILEN        PIC 9(4).
           02 OKUYAN            PIC X(20).
           02 BILDIRIM-KONU     PIC X(40).
      * /Y ile menuden cagrilir: daha once bildirilmemis okunmamis
      * mesaj yoksa ekran acmadan doner
       77 BILDIRIM              PIC 9.
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
      * kullanicilar arasi mesajlasma: alici bir kullanici, bir
      * mesaj grubu ya da * (butun kullanicilar - yalniz yonetici)
      * olabilir. mesaja hesap no ve evrak baglanabilir. alindi
      * bildirimi istenen mesaj okundugunda gonderene otomatik
      * bildirim mesaji duser. okunmamis mesajlar menude ve oturum
      * nabzinda /Y ile kontrol edilip gosterilir
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
           MOVE ZEROS TO BILDIRIM.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/Y'
                 MOVE 1 TO BILDIRIM.
           PERFORM OTURUM-OKU.
           IF OT-KULLANICI-ADI = SPACES GO CIKIS.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM DOSYA-AC THRU DOSYA-AC-SON.
           IF BILDIRIM = 1
              PERFORM YENI-BAK THRU YENI-BAK-SON
              IF YENI-SAY = ZEROS
                 PERFORM DOSYA-KAPAT THRU DOSYA-KAPAT-SON
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
              ' MESAJLAR ' LINE 2 POSITION 2.
           PERFORM ANA-MENU THRU ANA-MENU-SON.
           PERFORM GELEN THRU GELEN-SON.
           IF BILDIRIM = 1
              MOVE YENI-SAY TO Z-SAYI
              DISPLAY Z-SAYI LINE 2 POSITION 60
                 CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
                 ' YENI MESAJ'.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM GELEN THRU GELEN-SON
              GO TUS.
           IF F = 2 PERFORM YENI-MESAJ THRU YENI-MESAJ-SON
              PERFORM ANA-MENU THRU ANA-MENU-SON
              GO TUS.
           IF F = 3 PERFORM GIDEN THRU GIDEN-SON
              GO TUS.
           IF F = 4 PERFORM GRUPLAR THRU GRUPLAR-SON
              PERFORM ANA-MENU THRU ANA-MENU-SON
              GO TUS.
           IF F = 5 PERFORM MESAJ-SEC THRU MESAJ-SEC-SON
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
              ' F1 ' 'GELEN' REVERSE
              ' F2 ' 'YENI MESAJ' REVERSE
              ' F3 ' 'GONDERILEN' REVERSE
              ' F4 ' 'GRUPLAR' REVERSE
              ' F5 ' 'MESAJ OKU' REVERSE
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

       DOSYA-AC.
           OPEN I-O MESAJLAR.
           IF ST-MESAJLAR = '35'
              CLOSE MESAJLAR
              OPEN OUTPUT MESAJLAR
              CLOSE MESAJLAR
              OPEN I-O MESAJLAR.
           OPEN I-O MSJGRUP.
           IF ST-MSJGRUP = '35'
              CLOSE MSJGRUP
              OPEN OUTPUT MSJGRUP
              CLOSE MSJGRUP
              OPEN I-O MSJGRUP.
           OPEN INPUT USERS USERACCESS.
       DOSYA-AC-SON.

       DOSYA-KAPAT.
           CLOSE MESAJLAR MSJGRUP USERS USERACCESS.
       DOSYA-KAPAT-SON.

      * genel duyuru ve grup tanimi yalniz ACCESS dosyasinda MESAJ
      * kodu icin degistirme yetkisi acikca tanimli kullaniciya
      * aciktir
       YONETICI-KONTROL.
           MOVE ZEROS TO YONETICI.
           MOVE OT-KULLANICI-ADI TO UA-NAME.
           MOVE 'MESAJ' TO UA-CODE.
           READ USERACCESS
              NOT INVALID KEY
                 IF UA-UPDATE NOT = '0' AND UA-UPDATE NOT = SPACE
                    MOVE 1 TO YONETICI
                 END-IF
           END-READ.
       YONETICI-KONTROL-SON.

      * okunmamis ve henuz bildirilmemis mesajlar sayilir ve
      * bildirildi olarak isaretlenir; ayni mesaj bir daha acilir
      * pencere ile gelmez, gelen kutusunda okunmamis kalir
       YENI-BAK.
           MOVE ZEROS TO YENI-SAY.
           MOVE OT-KULLANICI-ADI TO MS-ALICI.
           MOVE ZEROS TO MS-TARIH MS-SAAT MS-SIRA.
           START MESAJLAR KEY IS NOT LESS THAN MS-KEY
              INVALID KEY GO YENI-BAK-SON.
       YENI-BAK-OKU.
           READ MESAJLAR NEXT AT END GO YENI-BAK-SON.
           IF MS-ALICI NOT = OT-KULLANICI-ADI GO YENI-BAK-SON.
           IF MS-OKUNMUS OR MS-BILDIRILMIS GO YENI-BAK-OKU.
           MOVE 'E' TO MS-BILDIRILDI.
           PERFORM REWRITE-MESAJLAR.
           ADD 1 TO YENI-SAY.
           GO YENI-BAK-OKU.
       YENI-BAK-SON.

      * gelen kutusu, en yeni mesaj ustte; * okunmamis,
      * ! alindi bildirimi istenmis
       GELEN.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'NO TARIH      SAAT  GONDEREN         KONU'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
              'DURUM' LINE 4 POSITION 67.
           MOVE ZEROS TO MESAJ-SAY.
           MOVE 5 TO SATIR.
           MOVE OT-KULLANICI-ADI TO MS-ALICI.
           MOVE 99999999 TO MS-TARIH MS-SAAT.
           MOVE 99 TO MS-SIRA.
           START MESAJLAR KEY IS NOT GREATER THAN MS-KEY
              INVALID KEY GO GELEN-SON.
       GELEN-OKU.
           READ MESAJLAR PREVIOUS AT END GO GELEN-SON.
           IF MS-ALICI NOT = OT-KULLANICI-ADI GO GELEN-SON.
           IF MESAJ-SAY NOT < 24 GO GELEN-SON.
           ADD 1 TO MESAJ-SAY.
           MOVE MS-KEY TO ML-KEY(MESAJ-SAY).
           MOVE MESAJ-SAY TO B-NO.
           PERFORM SATIR-HAZIRLA.
           MOVE MS-GONDEREN TO B-KIM.
           MOVE SPACES TO B-DURUM.
           IF MS-OKUNMUS
              MOVE 'OKUNDU' TO B-DURUM
           ELSE
              MOVE '* YENI' TO B-DURUM.
           IF MS-ALINDI-ISTENDI MOVE '!' TO B-DURUM(10:1).
           IF MS-GENEL-DUYURU MOVE 'D' TO B-DURUM(11:1).
           DISPLAY BILGI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO GELEN-OKU.
       GELEN-SON.

       SATIR-HAZIRLA.
           MOVE SPACES TO B-TARIH B-SAAT.
           STRING MS-TARIH(7:2) '/' MS-TARIH(5:2) '/' MS-TARIH(1:4)
              DELIMITED BY SIZE INTO B-TARIH.
           STRING MS-SAAT(1:2) ':' MS-SAAT(3:2)
              DELIMITED BY SIZE INTO B-SAAT.
           MOVE MS-KONU TO B-KONU.

      * listeden numara ile mesaj acilir; okunmamissa okundu
      * isaretlenir, alindi istenmisse gonderene bildirilir
       MESAJ-SEC.
           IF MESAJ-SAY = ZEROS GO MESAJ-SEC-SON.
           MOVE ZEROS TO E-SIRA.
           DISPLAY 'MESAJ NO :' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-SIRA LINE 30 POSITION 13 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           DISPLAY SPACES LINE 30 POSITION 2 SIZE 20
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF F = 27 OR E-SIRA = ZEROS OR E-SIRA > MESAJ-SAY
              GO MESAJ-SEC-SON.
           MOVE ML-KEY(E-SIRA) TO MS-KEY.
           READ MESAJLAR INVALID KEY GO MESAJ-SEC-SON.
           PERFORM MESAJ-GOSTER THRU MESAJ-GOSTER-SON.
           IF NOT MS-OKUNMUS
              MOVE 'E' TO MS-OKUNDU MS-BILDIRILDI
              MOVE BUGUN TO MS-OKUMA-TARIH
              ACCEPT MS-OKUMA-SAAT FROM TIME
              PERFORM REWRITE-MESAJLAR
              IF MS-ALINDI-ISTENDI
                 PERFORM ALINDI-GONDER THRU ALINDI-GONDER-SON
                 MOVE ML-KEY(E-SIRA) TO MS-KEY
                 READ MESAJLAR INVALID KEY CONTINUE END-READ
              END-IF
           END-IF.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' C ' 'CEVAPLA' REVERSE
              ' ENTER ' 'GERI' REVERSE.
           MOVE SPACES TO E-ONAY.
           ACCEPT E-ONAY LINE 30 POSITION 2 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY = 'C' OR E-ONAY = 'c'
              MOVE MS-GONDEREN TO E-ALICI
              MOVE SPACES TO E-KONU
              STRING 'CVP: ' MS-KONU DELIMITED BY SIZE INTO E-KONU
              MOVE MS-HESAPNO TO E-HESAPNO
              MOVE MS-EVRAK-TIP TO E-EVRAK-TIP
              MOVE MS-EVRAKNO TO E-EVRAKNO
              PERFORM YENI-MESAJ-GIRIS THRU YENI-MESAJ-SON.
           PERFORM GELEN THRU GELEN-SON.
       MESAJ-SEC-SON.

       MESAJ-GOSTER.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM SATIR-HAZIRLA.
           DISPLAY 'GONDEREN :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MS-GONDEREN LINE 5 POSITION 13
              'TARIH :' LINE 5 POSITION 45
              B-TARIH LINE 5 POSITION 53
              B-SAAT LINE 5 POSITION 64.
           DISPLAY 'ALICI    :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MS-HEDEF LINE 6 POSITION 13.
           DISPLAY 'KONU     :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MS-KONU LINE 7 POSITION 13.
           MOVE 9 TO SATIR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                DISPLAY MS-SATIR(I) LINE SATIR POSITION 4
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                ADD 1 TO SATIR
           END-PERFORM.
           IF MS-HESAPNO NOT = SPACES
              MOVE MS-HESAPNO TO SC-HESAPNO
              OPEN INPUT SICIL
              READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI
              END-READ
              CLOSE SICIL
              DISPLAY 'HESAP    :' LINE 14 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 MS-HESAPNO LINE 14 POSITION 13
                 SC-HESAPADI LINE 14 POSITION 29 SIZE 40.
           IF MS-EVRAKNO NOT = SPACES
              MOVE MS-EVRAK-TIP TO Z-TIP
              DISPLAY 'EVRAK    :' LINE 15 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-TIP LINE 15 POSITION 13
                 '/' LINE 15 POSITION 15
                 MS-EVRAKNO LINE 15 POSITION 16.
           IF MS-ALINDI-ISTENDI
              DISPLAY 'ALINDI BILDIRIMI ISTENDI' LINE 17 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'.
       MESAJ-GOSTER-SON.

      * okunan mesajin gonderenine alindi bildirimi
       ALINDI-GONDER.
           MOVE MS-KONU TO BILDIRIM-KONU.
           MOVE MS-GONDEREN TO OKUYAN.
           INITIALIZE MS-KAYIT.
           MOVE OKUYAN TO MS-ALICI MS-HEDEF.
           MOVE SPACES TO MS-KONU.
           STRING 'OKUNDU: ' BILDIRIM-KONU DELIMITED BY SIZE
              INTO MS-KONU.
           MOVE SPACES TO MS-SATIR(1).
           STRING OT-KULLANICI-ADI DELIMITED BY '  '
              ' MESAJINIZI OKUDU.' DELIMITED BY SIZE
              INTO MS-SATIR(1).
           PERFORM MESAJ-YAZ THRU MESAJ-YAZ-SON.
       ALINDI-GONDER-SON.

      * gonderilen mesajlar ve alicilarin okuma durumu
       GIDEN.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'NO TARIH      SAAT  ALICI            KONU'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
              'OKUNDU' LINE 4 POSITION 67.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO I.
           MOVE OT-KULLANICI-ADI TO MS-GONDEREN.
           MOVE 99999999 TO MS-GTARIH MS-GSAAT.
           START MESAJLAR KEY IS NOT GREATER THAN MS-GIDEN-KEY
              INVALID KEY GO GIDEN-SON.
       GIDEN-OKU.
           READ MESAJLAR PREVIOUS AT END GO GIDEN-SON.
           IF MS-GONDEREN NOT = OT-KULLANICI-ADI GO GIDEN-SON.
           IF SATIR > 28 GO GIDEN-SON.
           ADD 1 TO I.
           MOVE I TO B-NO.
           PERFORM SATIR-HAZIRLA.
           MOVE MS-ALICI TO B-KIM.
           MOVE SPACES TO B-DURUM.
           IF MS-OKUNMUS
              STRING MS-OKUMA-TARIH(7:2) '/' MS-OKUMA-TARIH(5:2) ' '
                 MS-OKUMA-SAAT(1:2) ':' MS-OKUMA-SAAT(3:2)
                 DELIMITED BY SIZE INTO B-DURUM
           ELSE
              MOVE '-' TO B-DURUM.
           DISPLAY BILGI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO GIDEN-OKU.
       GIDEN-SON.

      * yeni mesaj: alici kullanici, grup ya da * olabilir
       YENI-MESAJ.
           MOVE SPACES TO E-ALICI E-KONU E-HESAPNO E-EVRAKNO.
           MOVE ZEROS TO E-EVRAK-TIP.
       YENI-MESAJ-GIRIS.
           MOVE SPACES TO E-METIN.
           MOVE 'H' TO E-ONEMLI.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' ESC ' 'VAZGEC' REVERSE.
           DISPLAY 'ALICI (KULLANICI / GRUP / *) :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KONU  :' LINE 7 POSITION 2
              'METIN :' LINE 9 POSITION 2
              'HESAP NO :' LINE 15 POSITION 2
              'EVRAK TIP / NO :' LINE 16 POSITION 2
              '/' LINE 16 POSITION 22
              'ALINDI BILDIRIMI (E/H) :' LINE 18 POSITION 2.
       ALICI-AL.
           ACCEPT E-ALICI LINE 5 POSITION 33 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-MESAJ-SON.
           IF E-ALICI = SPACES GO ALICI-AL.
           IF E-ALICI = '*' AND YONETICI = 0
              MOVE 'GENEL DUYURU ICIN YETKINIZ YOK !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO ALICI-AL.
       KONU-AL.
           ACCEPT E-KONU LINE 7 POSITION 10 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-MESAJ-SON.
           IF F = 52 GO ALICI-AL.
           IF E-KONU = SPACES GO KONU-AL.
           MOVE 1 TO I.
           MOVE 9 TO SATIR.
       METIN-AL.
           ACCEPT E-SATIR(I) LINE SATIR POSITION 10 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-MESAJ-SON.
           IF F = 52
              IF I = 1 GO KONU-AL
              ELSE SUBTRACT 1 FROM I SUBTRACT 1 FROM SATIR
                   GO METIN-AL.
           IF I < 4 ADD 1 TO I ADD 1 TO SATIR GO METIN-AL.
       HESAP-AL.
           ACCEPT E-HESAPNO LINE 15 POSITION 13 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-MESAJ-SON.
           IF F = 52 GO METIN-AL.
           DISPLAY SPACES LINE 15 POSITION 29 SIZE 40
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF E-HESAPNO NOT = SPACES
              MOVE E-HESAPNO TO SC-HESAPNO
              OPEN INPUT SICIL
              READ SICIL INVALID KEY
                 MOVE 'HESAP BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 CLOSE SICIL
                 GO HESAP-AL
              END-READ
              CLOSE SICIL
              DISPLAY SC-HESAPADI LINE 15 POSITION 29 SIZE 40
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       EVRAK-AL.
           ACCEPT E-EVRAK-TIP LINE 16 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-EVRAKNO LINE 16 POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-MESAJ-SON.
           IF F = 52 GO HESAP-AL.
           IF E-EVRAKNO NOT = SPACES
              MOVE E-EVRAK-TIP TO HS-TIP
              MOVE E-EVRAKNO TO HS-EVRAKNO
              OPEN INPUT HAREKET-SICIL
              READ HAREKET-SICIL INVALID KEY
                 MOVE 'EVRAK BULUNAMADI !!!' TO L-NEDEN
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 CLOSE HAREKET-SICIL
                 GO EVRAK-AL
              END-READ
              CLOSE HAREKET-SICIL.
       ONEMLI-AL.
           ACCEPT E-ONEMLI LINE 18 POSITION 27 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-MESAJ-SON.
           IF F = 52 GO EVRAK-AL.
           IF E-ONEMLI = 'e' MOVE 'E' TO E-ONEMLI.
           IF E-ONEMLI NOT = 'E' MOVE 'H' TO E-ONEMLI.
           MOVE 'H' TO E-ONAY.
           DISPLAY 'GONDERILSIN MI (E/H) :' LINE 20 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-ONAY LINE 20 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e' GO ONEMLI-AL.
           PERFORM GONDER THRU GONDER-SON.
           IF GONDERILEN = ZEROS
              MOVE 'ALICI KULLANICI YA DA GRUP BULUNAMADI !!!'
                 TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO ALICI-AL.
           MOVE GONDERILEN TO Z-SAYI.
           DISPLAY 'GONDERILDI, ALICI SAYISI :' LINE 22 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 22 POSITION 29.
       YENI-MESAJ-SON.

      * alici cozumu: * butun aktif kullanicilar, USERS da varsa
      * tek kullanici, yoksa MSJGRUP grubunun uyeleri
       GONDER.
           MOVE ZEROS TO GONDERILEN.
           IF E-ALICI = '*'
              MOVE LOW-VALUES TO US-NAME
              START USERS KEY IS NOT LESS THAN US-NAME
                 INVALID KEY GO GONDER-SON
              END-START
              GO GONDER-HERKES.
           MOVE E-ALICI TO US-NAME.
           READ USERS INVALID KEY GO GONDER-GRUP.
           MOVE US-NAME TO E-KULLANICI.
           PERFORM ALICIYA-YAZ THRU ALICIYA-YAZ-SON.
           GO GONDER-SON.
       GONDER-HERKES.
           READ USERS NEXT AT END GO GONDER-SON.
           IF US-ACTIVE = '0' GO GONDER-HERKES.
           IF US-NAME = OT-KULLANICI-ADI GO GONDER-HERKES.
           MOVE US-NAME TO E-KULLANICI.
           PERFORM ALICIYA-YAZ THRU ALICIYA-YAZ-SON.
           GO GONDER-HERKES.
       GONDER-GRUP.
           MOVE E-ALICI TO MG-GRUP.
           MOVE LOW-VALUES TO MG-KULLANICI.
           START MSJGRUP KEY IS NOT LESS THAN MG-KEY
              INVALID KEY GO GONDER-SON.
       GONDER-GRUP-OKU.
           READ MSJGRUP NEXT AT END GO GONDER-SON.
           IF MG-GRUP NOT = E-ALICI GO GONDER-SON.
           MOVE MG-KULLANICI TO E-KULLANICI.
           PERFORM ALICIYA-YAZ THRU ALICIYA-YAZ-SON.
           GO GONDER-GRUP-OKU.
       GONDER-SON.

       ALICIYA-YAZ.
           INITIALIZE MS-KAYIT.
           MOVE E-KULLANICI TO MS-ALICI.
           MOVE E-ALICI TO MS-HEDEF.
           MOVE E-KONU TO MS-KONU.
           MOVE E-METIN TO MS-METIN.
           MOVE E-HESAPNO TO MS-HESAPNO.
           MOVE E-EVRAK-TIP TO MS-EVRAK-TIP.
           MOVE E-EVRAKNO TO MS-EVRAKNO.
           IF E-ONEMLI = 'E' MOVE 'E' TO MS-ONEMLI.
           IF E-ALICI = '*'
              MOVE 'E' TO MS-DUYURU
              MOVE 'GENEL DUYURU' TO MS-HEDEF.
           PERFORM MESAJ-YAZ THRU MESAJ-YAZ-SON.
           ADD 1 TO GONDERILEN.
       ALICIYA-YAZ-SON.

      * MS-KAYIT doldurulmus gelir; gonderen ve zaman burada
      * verilir, ayni saniyedeki mesajlar sira ile ayrilir
       MESAJ-YAZ.
           MOVE OT-KULLANICI-ADI TO MS-GONDEREN.
           MOVE BUGUN TO MS-TARIH MS-GTARIH.
           ACCEPT SIMDI FROM TIME.
           MOVE SIMDI TO MS-SAAT MS-GSAAT.
           MOVE ZEROS TO MS-SIRA MS-OKUMA-TARIH MS-OKUMA-SAAT.
           MOVE SPACES TO MS-OKUNDU MS-BILDIRILDI.
       MESAJ-YAZ-DENE.
           PERFORM WRITE-MESAJLAR.
           IF WVAR = 0 AND MS-SIRA < 99
              ADD 1 TO MS-SIRA
              GO MESAJ-YAZ-DENE.
       MESAJ-YAZ-SON.

      * mesaj gruplari; var olan uye girilirse cikarilmasi sorulur,
      * yoksa eklenir
       GRUPLAR.
           IF YONETICI = 0
              MOVE 'GRUP TANIMI ICIN YETKINIZ YOK !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GRUPLAR-SON.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' ESC ' 'GERI' REVERSE.
       GRUP-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'GRUP                 KULLANICI'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'.
           MOVE 7 TO SATIR.
           MOVE LOW-VALUES TO MG-KEY.
           START MSJGRUP KEY IS NOT LESS THAN MG-KEY
              INVALID KEY GO GRUP-SOR.
       GRUP-LISTE-OKU.
           READ MSJGRUP NEXT AT END GO GRUP-SOR.
           IF SATIR > 30 GO GRUP-SOR.
           DISPLAY MG-GRUP LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MG-KULLANICI LINE SATIR POSITION 23.
           ADD 1 TO SATIR.
           GO GRUP-LISTE-OKU.
       GRUP-SOR.
           MOVE SPACES TO E-GRUP E-KULLANICI E-ONAY.
           DISPLAY 'GRUP / KULLANICI :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 4 POSITION 42.
           ACCEPT E-GRUP LINE 4 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-GRUP = SPACES GO GRUPLAR-SON.
           IF E-GRUP = '*'
              MOVE 'GRUP ADI * OLAMAZ !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GRUP-SOR.
           MOVE E-GRUP TO US-NAME.
           READ USERS NOT INVALID KEY
              MOVE 'GRUP ADI BIR KULLANICI ADI ILE AYNI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GRUP-SOR
           END-READ.
           ACCEPT E-KULLANICI LINE 4 POSITION 44 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-KULLANICI = SPACES GO GRUP-LISTE.
           MOVE E-GRUP TO MG-GRUP.
           MOVE E-KULLANICI TO MG-KULLANICI.
           READ MSJGRUP INVALID KEY GO GRUP-EKLE.
           DISPLAY 'GRUPTAN CIKARILSIN MI (E/H) :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 5 POSITION 32 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY = 'E' OR E-ONAY = 'e'
              PERFORM DELETE-MSJGRUP.
           GO GRUP-LISTE.
       GRUP-EKLE.
           MOVE E-KULLANICI TO US-NAME.
           READ USERS INVALID KEY
              MOVE 'KULLANICI BULUNAMADI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO GRUP-SOR.
           MOVE E-GRUP TO MG-GRUP.
           MOVE E-KULLANICI TO MG-KULLANICI.
           MOVE OT-KULLANICI-ADI TO MG-EKLEYEN.
           MOVE BUGUN TO MG-TARIH.
           PERFORM WRITE-MSJGRUP.
           GO GRUP-LISTE.
       GRUPLAR-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==MESAJLAR==
                                  "%T%"  BY "MESAJLAR"
                                 ==%R%== BY ==MS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==MSJGRUP==
                                  "%T%"  BY "MSJGRUP"
                                 ==%R%== BY ==MG-KAYIT==.
       copy 'oturum.per'.
