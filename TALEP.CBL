       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TALEP'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'ictalep.cpy'.
       copy 'onaybek.cpy'.
       copy 'siparis.cpy'.
       copy 'katlog.cpy'.
       copy 'ayar.cpy'.
       copy 'oturum.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'ictalep.cpz'.
       copy 'onaybek.cpz'.
       copy 'siparis.cpz'.
       copy 'katlog.cpz'.
       copy 'ayar.cpz'.
       copy 'oturum.cpz'.
       WORKING-STORAGE SECTION.
       77 SINIR-TIP         PIC 99 VALUE 55.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 MAX-YIL           PIC 9999.
           02 ONAY-SINIR        PIC 9(9).
           02 Z-ADET            PIC Z(6)9,999.
           02 Z-FIYAT           PIC Z(9)9,9999.
           02 Z-TUTAR           PIC Z(12)9,99-.
           02 B-DURUM           PIC X(15).
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
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' IC SATIN ALMA TALEBI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'YENI TALEP' REVERSE
              ' F2 ' 'TALEPLERIM' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE BU-YIL TO MAX-YIL.
           PERFORM OTURUM-OKU.
           PERFORM SINIR-OKU THRU SINIR-OKU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM YENI-TALEP THRU YENI-TALEP-SON GO TUS.
           IF F = 2 PERFORM TALEPLERIM THRU TALEPLERIM-SON GO TUS.
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

      * bu tutarin ustundeki talep yonetici onayina gider; sinir
      * AYAR (TIP 55) kaydinin yazici dosyasi alanindadir
       SINIR-OKU.
           OPEN I-O AYAR.
           MOVE SINIR-TIP TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'SATIN ALMA TALEBI ONAY SINIRI' TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-YAZPORT
                    AY-CIKTITIPI AY-YAZDOS2 AY-EVRAKNO
                 MOVE '000005000' TO AY-YAZDOS
                 PERFORM WRITE-AYAR
           END-READ.
           CLOSE AYAR.
           MOVE 5000 TO ONAY-SINIR.
           IF AY-YAZDOS(1:9) NUMERIC MOVE AY-YAZDOS(1:9) TO ONAY-SINIR.
       SINIR-OKU-SON.

      * stok secilmezse (ESC) talep serbest metinle yazilir. stoklu
      * talebin tedarikcisi katalogdan gelir, serbest metinli
      * talebe satin almaci siparise cevirirken tedarikci verir
       YENI-TALEP.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           INITIALIZE IT-KAYIT.
           DISPLAY 'STOK         :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'CINSI        :' LINE 6 POSITION 2
              'MIKTAR       :' LINE 7 POSITION 2
              'TAHMINI FIYAT:' LINE 8 POSITION 2
              'GEREKEN TARIH:' LINE 9 POSITION 2
              'NEDEN        :' LINE 10 POSITION 2
              'MUSTERI SIP. :' LINE 11 POSITION 2.
           INITIALIZE TST-KAYIT.
           CALL 'STOKSEC' USING TST-KAYIT MAX-YIL BY CONTENT 0017 1.
           CANCEL 'STOKSEC'.
           IF TST-STNO NOT = SPACES
              MOVE TST-KATNO TO IT-KATNO
              MOVE TST-STNO TO IT-STNO
              MOVE TST-CINSI TO IT-CINSI
              MOVE TST-FIYAT TO IT-FIYAT
              DISPLAY TST-STNO LINE 5 POSITION 17
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 TST-CINSI LINE 6 POSITION 17 SIZE 60
           ELSE
              DISPLAY 'SERBEST METIN' LINE 5 POSITION 17
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ACCEPT IT-CINSI LINE 6 POSITION 17 SIZE 60 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              ACCEPT F FROM ESCAPE KEY
              IF F = 27 OR IT-CINSI = SPACES GO YENI-TALEP-SON
              END-IF
           END-IF.
       TALEP-MIKTAR.
           MOVE IT-ADET TO Z-ADET.
           ACCEPT Z-ADET LINE 7 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-TALEP-SON.
           MOVE Z-ADET TO IT-ADET.
           IF IT-ADET = ZEROS
              DISPLAY 'MIKTAR GIRILMEDI !!!' LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TALEP-MIKTAR.
           DISPLAY SPACES LINE 13 POSITION 2 SIZE 40
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE IT-FIYAT TO Z-FIYAT.
           ACCEPT Z-FIYAT LINE 8 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-FIYAT TO IT-FIYAT.
           MOVE BUGUN TO IT-IHTIYAC.
       TALEP-TARIH.
           ACCEPT IT-IGUN LINE 9 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           DISPLAY '/' LINE 9 POSITION 19
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT IT-IAY LINE 9 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           DISPLAY '/' LINE 9 POSITION 22
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT IT-IYIL LINE 9 POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-TALEP-SON.
           IF IT-IGUN < 1 OR IT-IGUN > 31 OR IT-IAY < 1
              OR IT-IAY > 12 OR IT-IHTIYAC < BUGUN
              DISPLAY 'TARIH HATALI !!!' LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TALEP-TARIH.
           DISPLAY SPACES LINE 13 POSITION 2 SIZE 40
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT IT-NEDEN LINE 10 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-TALEP-SON.
       TALEP-SIPARIS.
           ACCEPT IT-SIPARISNO LINE 11 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-TALEP-SON.
           IF IT-SIPARISNO NOT = SPACES
              OPEN INPUT SIPARIS
              MOVE IT-SIPARISNO TO SIP-EVRAKNO
              READ SIPARIS INVALID KEY MOVE SPACES TO SIP-EVRAKNO
              END-READ
              CLOSE SIPARIS
              IF SIP-EVRAKNO = SPACES
                 DISPLAY 'SIPARIS BULUNAMADI !!!' LINE 13 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO TALEP-SIPARIS
              END-IF
              DISPLAY SIP-HESAPADI LINE 11 POSITION 34 SIZE 40
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-IF.
           DISPLAY SPACES LINE 13 POSITION 2 SIZE 40
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           COMPUTE IT-TUTAR ROUNDED = IT-ADET * IT-FIYAT.
           MOVE SPACES TO IT-HESAPNO.
           IF IT-KATNO NOT = ZEROS
              OPEN INPUT KATLOG
              MOVE IT-KATNO TO KT-KATNO
              READ KATLOG INVALID KEY MOVE SPACES TO KT-HESAPNO
              END-READ
              MOVE KT-HESAPNO TO IT-HESAPNO
              CLOSE KATLOG
           END-IF.
           MOVE BUGUN TO IT-TARIH.
           MOVE OT-KULLANICI-ADI TO IT-KULLANICI.
           MOVE SPACES TO IT-ONAYLAYAN IT-SAKEY.
           MOVE ZEROS TO IT-SA-SIRA IT-GELIS-TARIH.
           MOVE 'A' TO IT-DURUM.
           IF IT-TUTAR > ONAY-SINIR MOVE 'B' TO IT-DURUM.
           OPEN I-O ICTALEP.
           MOVE 9999999 TO IT-NO.
           START ICTALEP KEY IS NOT GREATER THAN IT-NO
              INVALID KEY MOVE ZEROS TO IT-NO
              NOT INVALID KEY
                 READ ICTALEP PREVIOUS
                    AT END MOVE ZEROS TO IT-NO
                 END-READ
           END-START.
       TALEP-YAZ.
           ADD 1 TO IT-NO.
           PERFORM WRITE-ICTALEP.
           IF WVAR = 0 GO TALEP-YAZ.
           CLOSE ICTALEP.
           DISPLAY 'TALEP NO     :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              IT-NO LINE 4 POSITION 17.
           IF IT-ONAY-BEKLIYOR
              PERFORM ONAY-TALEP THRU ONAY-TALEP-SON
              MOVE IT-TUTAR TO Z-TUTAR
              DISPLAY 'TUTAR' LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-TUTAR LINE 13 POSITION 8
                 ' SINIRI ASIYOR - YONETICI ONAYINA GONDERILDI'
           ELSE
              DISPLAY 'TALEP SATIN ALMAYA ILETILDI' LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-IF.
           ACCEPT F FROM ESCAPE KEY.
       YENI-TALEP-SON.

      * onay kuyrugunda talep no hesap no alanina yazilir
       ONAY-TALEP.
           OPEN I-O ONAYBEK.
           IF ST-ONAYBEK = '35'
              CLOSE ONAYBEK
              OPEN OUTPUT ONAYBEK
              CLOSE ONAYBEK
              OPEN I-O ONAYBEK.
           MOVE BUGUN TO OB-TARIH.
           ACCEPT OB-SAAT FROM TIME.
           MOVE ZEROS TO OB-SIRA.
           MOVE 5 TO OB-ISLEM.
           MOVE OT-KULLANICI-ADI TO OB-KULLANICI.
           MOVE IT-NO TO OB-HESAPNO.
           MOVE ZEROS TO OB-DEPONO OB-MMKOD.
           MOVE IT-TUTAR TO OB-TUTAR.
           MOVE IT-CINSI TO OB-ACIKLAMA.
           MOVE 'B' TO OB-DURUM.
           MOVE SPACES TO OB-ONAYLAYAN.
       ONAY-TALEP-YAZ.
           PERFORM WRITE-ONAYBEK.
           IF WVAR = 0 ADD 1 TO OB-SIRA GO ONAY-TALEP-YAZ.
           CLOSE ONAYBEK.
       ONAY-TALEP-SON.

      * oturumdaki kullanicinin talepleri ve son durumlari
       TALEPLERIM.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'NO      TARIH      CINSI' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'MIKTAR' LINE 4 POSITION 46
              'DURUM' LINE 4 POSITION 53
              'SIPARIS' LINE 4 POSITION 69.
           MOVE 5 TO SATIR.
           OPEN INPUT ICTALEP.
           MOVE OT-KULLANICI-ADI TO IT-KULLANICI.
           START ICTALEP KEY IS NOT LESS THAN IT-KULLANICI
              INVALID KEY GO TALEPLERIM-KAPAT.
       TALEPLERIM-OKU.
           READ ICTALEP NEXT AT END GO TALEPLERIM-KAPAT.
           IF IT-KULLANICI NOT = OT-KULLANICI-ADI
              GO TALEPLERIM-KAPAT.
           IF SATIR > 32 GO TALEPLERIM-KAPAT.
           EVALUATE IT-DURUM
            WHEN 'B' MOVE 'ONAY BEKLIYOR' TO B-DURUM
            WHEN 'A' MOVE 'SATIN ALMADA' TO B-DURUM
            WHEN 'R' MOVE 'REDDEDILDI' TO B-DURUM
            WHEN 'S' MOVE 'SIPARIS VERILDI' TO B-DURUM
            WHEN 'G' MOVE 'GELDI' TO B-DURUM
            WHEN OTHER MOVE SPACES TO B-DURUM
           END-EVALUATE.
           MOVE IT-ADET TO Z-ADET.
           DISPLAY IT-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              IT-GUN LINE SATIR POSITION 10 '/' IT-AY '/' IT-YIL
              IT-CINSI LINE SATIR POSITION 21 SIZE 19
              Z-ADET LINE SATIR POSITION 41
              B-DURUM LINE SATIR POSITION 53
              IT-SA-EVRAKNO LINE SATIR POSITION 69 SIZE 9.
           ADD 1 TO SATIR.
           GO TALEPLERIM-OKU.
       TALEPLERIM-KAPAT.
           CLOSE ICTALEP.
           ACCEPT F FROM ESCAPE KEY.
       TALEPLERIM-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==ICTALEP==
                                  "%T%"  BY "ICTALEP"
                                 ==%R%== BY ==IT-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==ONAYBEK==
                                  "%T%"  BY "ONAYBEK"
                                 ==%R%== BY ==OB-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy 'oturum.per'.
