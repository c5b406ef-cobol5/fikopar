       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'HEDIYE'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'hediye.cpy'.
       copy 'hediyehr.cpy'.
       copy 'kasa.cpy'.
       copy 'odeme.cpy'.
       copy 'donem.cpy'.
       copy 'oturum.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'hediye.cpz'.
       copy 'hediyehr.cpz'.
       copy 'kasa.cpz'.
       copy 'odeme.cpz'.
       copy 'donem.cpz'.
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
           02 E-CEKNO           PIC X(20).
           02 E-DEPONO          PIC 9999.
           02 E-SEKILNO         PIC 9999.
           02 E-HESAPTURU       PIC 9.
           02 E-TUTAR           PIC 9(13)V99.
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-TUTAR           PIC Z(12)9,99.
           02 Z-TUTAR2          PIC -(11)9,99.
           02 Z-TUTAR3          PIC -(11)9,99.
           02 Z-SAYI            PIC ZZZZ9.
           02 KAYNAK-ADI        PIC X(6).
           02 DURUM-ADI         PIC X(12).
           02 HAREKET-ADI       PIC X(10).
       01 CEK-DEGIS.
           02 CEK-ISLEM         PIC X.
           02 CEK-NO            PIC X(15).
           02 CEK-TUTAR         PIC S9(13)V99.
           02 CEK-EVRAKNO       PIC X(15).
           02 CEK-HESAPNO       PIC X(15).
           02 CEK-SONUC         PIC 9.
           02 CEK-VAR           PIC 9.
           02 LISTE-SAYI        PIC 9(5).
           02 T-SATIS           PIC S9(13)V99.
           02 T-IADE            PIC S9(13)V99.
           02 T-SURE            PIC S9(13)V99.
       copy 'donem.var'.
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
      * hediye ceki satisi ve cek sorgulari. satilan cekin parasi
      * kasaya gelir olarak girer ama satis sayilmaz - cek HIZLISAT
      * ta odeme sekli olarak harcandiginda satis olur. IADE de
      * nakit yerine iade ceki kesilebilir. acik cek bakiyeleri
      * isletmenin borcudur, OKCZ gun sonunda hareketleriyle
      * mutabakat yapar
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM OTURUM-OKU.
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
              ' HEDIYE CEKLERI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'CEK SATISI' REVERSE
              ' F2 ' 'CEK SORGU' REVERSE
              ' F3 ' 'ACIK CEKLER' REVERSE
              ' F4 ' 'SURESI GECENLER' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM CEK-SAT THRU CEK-SAT-SON GO TUS.
           IF F = 2 PERFORM CEK-SORGU THRU CEK-SORGU-SON GO TUS.
           IF F = 3 PERFORM ACIK-LISTE THRU ACIK-LISTE-SON GO TUS.
           IF F = 4 PERFORM SURE-KAPAT THRU SURE-KAPAT-SON GO TUS.
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

      * satilan cek kasaya gelir olarak, evrak no yerine cek
      * numarasiyla islenir; OKCZ bu satirlari satistan ayirir
       CEK-SAT.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE 1 TO E-DEPONO E-SEKILNO E-HESAPTURU.
           MOVE ZEROS TO E-TUTAR.
           DISPLAY 'DEPO NO               :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ODEME SEKLI           :' LINE 5 POSITION 2
              'TUR (1=NAKIT 2=BANKA) :' LINE 6 POSITION 2
              'CEK TUTARI            :' LINE 7 POSITION 2.
       CEK-SAT-DEPO.
           ACCEPT E-DEPONO LINE 4 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO CEK-SAT-SON.
       CEK-SAT-SEKIL.
           ACCEPT E-SEKILNO LINE 5 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO CEK-SAT-DEPO.
           OPEN INPUT ODEME.
           MOVE E-SEKILNO TO OD-NO.
           READ ODEME INVALID KEY MOVE SPACES TO OD-ADI.
           CLOSE ODEME.
           IF OD-ADI = SPACES
              DISPLAY 'ODEME SEKLI YOK !!!' LINE 5 POSITION 32
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO CEK-SAT-SEKIL.
           DISPLAY OD-ADI LINE 5 POSITION 32 SIZE 30
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       CEK-SAT-TUR.
           ACCEPT E-HESAPTURU LINE 6 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO CEK-SAT-SEKIL.
           IF E-HESAPTURU < 1 OR E-HESAPTURU > 2 GO CEK-SAT-TUR.
       CEK-SAT-TUTAR.
           MOVE E-TUTAR TO Z-TUTAR.
           ACCEPT Z-TUTAR LINE 7 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           MOVE Z-TUTAR TO E-TUTAR.
           IF F = 27 GO CEK-SAT-TUR.
           IF E-TUTAR = ZEROS GO CEK-SAT-TUTAR.
      * kapali doneme kayit islenemez
           MOVE BU-YIL TO DNK-YIL.
           MOVE BU-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              DISPLAY 'DONEM KAPALI - KAYIT ISLENEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO CEK-SAT-SON.
           DISPLAY 'KAYDEDILSIN MI (E/H) :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'E' TO E-ONAY.
           ACCEPT E-ONAY LINE 9 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e' GO CEK-SAT-SON.
           MOVE 'S' TO CEK-ISLEM.
           MOVE SPACES TO CEK-NO CEK-EVRAKNO CEK-HESAPNO.
           MOVE E-TUTAR TO CEK-TUTAR.
           CALL 'CEKISLE' USING CEK-ISLEM CEK-NO CEK-TUTAR E-DEPONO
              CEK-EVRAKNO CEK-HESAPNO OT-KULLANICI-ADI CEK-SONUC
              ON EXCEPTION MOVE 1 TO CEK-SONUC
           END-CALL.
           CANCEL 'CEKISLE'.
           IF CEK-SONUC NOT = ZEROS
              DISPLAY 'CEK KESILEMEDI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO CEK-SAT-SON.
           PERFORM SATIS-KASA-YAZ THRU SATIS-KASA-YAZ-SON.
           DISPLAY 'CEK NO :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CEK-NO LINE 11 POSITION 11 REVERSE.
       CEK-SAT-SON.

       SATIS-KASA-YAZ.
           OPEN I-O KASA.
      * gunluk ozet satiri (sira 0) ayni tutarla guncel tutulur
           MOVE BUGUN TO KS-TARIH.
           MOVE ZEROS TO KS-SIRA.
           READ KASA
              INVALID KEY
                 INITIALIZE KS-KAYIT
                 MOVE BUGUN TO KS-TARIH
                 MOVE ZEROS TO KS-SIRA
                 PERFORM WRITE-KASA.
           ADD E-TUTAR TO KS-GELIR.
           PERFORM REWRITE-KASA.
           INITIALIZE KS-KAYIT.
           MOVE BUGUN TO KS-TARIH.
           MOVE 99999 TO KS-SIRA.
           START KASA KEY IS NOT GREATER THAN KS-KEY
              INVALID KEY MOVE ZEROS TO KS-SIRA
              NOT INVALID KEY
                 READ KASA PREVIOUS
                    AT END MOVE ZEROS TO KS-SIRA
                    NOT AT END
                       IF KS-TARIH NOT = BUGUN
                          MOVE ZEROS TO KS-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO KS-SIRA.
           MOVE BUGUN TO KS-TARIH.
           MOVE SPACES TO KS-HESAPNO.
           MOVE E-DEPONO TO KS-DEPONO.
           MOVE E-SEKILNO TO KS-SEKILNO.
           MOVE 16 TO KS-MTIP.
           MOVE SPACES TO KS-ACIKLAMA.
           STRING 'HEDIYE CEKI SATISI ' CEK-NO
              DELIMITED BY SIZE INTO KS-ACIKLAMA.
           MOVE E-TUTAR TO KS-GELIR.
           MOVE ZEROS TO KS-GIDER.
           MOVE CEK-NO TO KS-MEVRAKNO.
           MOVE E-HESAPTURU TO KS-HESAPTURU.
           MOVE 'TL ' TO KS-DOVIZ.
           MOVE 1 TO KS-KUR.
           MOVE SPACES TO KS-MUTABAKAT.
       SATIS-KASA-DENE.
           PERFORM WRITE-KASA.
           IF WVAR = 0 ADD 1 TO KS-SIRA GO SATIS-KASA-DENE.
           CLOSE KASA.
       SATIS-KASA-YAZ-SON.

      * cek numarasi ya da barkoduyla okunur
       CEK-OKU.
           MOVE ZEROS TO CEK-VAR.
           MOVE E-CEKNO TO HC-CEKNO.
           READ HEDIYE
              NOT INVALID KEY MOVE 1 TO CEK-VAR
           END-READ.
           IF CEK-VAR = 1 GO CEK-OKU-SON.
           MOVE E-CEKNO TO HC-BARKOD.
           READ HEDIYE KEY IS HC-BARKOD
              NOT INVALID KEY MOVE 1 TO CEK-VAR
           END-READ.
       CEK-OKU-SON.

       CEK-ADLARI.
           IF HC-IADE
              MOVE 'IADE' TO KAYNAK-ADI
           ELSE
              MOVE 'SATIS' TO KAYNAK-ADI.
           EVALUATE TRUE
            WHEN HC-KAPANDI MOVE 'KULLANILDI' TO DURUM-ADI
            WHEN HC-SURESI-DOLDU MOVE 'SURE KAPATTI' TO DURUM-ADI
            WHEN HC-SONTARIH < BUGUN MOVE 'SURESI GECTI' TO DURUM-ADI
            WHEN OTHER MOVE 'ACIK' TO DURUM-ADI
           END-EVALUATE.
       CEK-ADLARI-SON.

      * cek bilgisi ve tum hareketleri
       CEK-SORGU.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'CEK NO / BARKOD :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SPACES TO E-CEKNO.
           ACCEPT E-CEKNO LINE 4 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-CEKNO = SPACES GO CEK-SORGU-SON.
           OPEN INPUT HEDIYE HEDIYEHR.
           IF ST-HEDIYE NOT = '00'
              MOVE ZEROS TO CEK-VAR
           ELSE
              PERFORM CEK-OKU THRU CEK-OKU-SON.
           IF CEK-VAR = ZEROS
              DISPLAY 'CEK BULUNAMADI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO CEK-SORGU-KAPAT.
           PERFORM CEK-ADLARI THRU CEK-ADLARI-SON.
           MOVE HC-TUTAR TO Z-TUTAR2.
           MOVE HC-KALAN TO Z-TUTAR3.
           DISPLAY 'CEK NO     :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              HC-CEKNO LINE 5 POSITION 15
              'KAYNAK :' LINE 5 POSITION 35
              KAYNAK-ADI LINE 5 POSITION 44
              HC-EVRAKNO LINE 5 POSITION 51
              'KESIM      :' LINE 6 POSITION 2
              HC-GUN LINE 6 POSITION 15
              '/' LINE 6 POSITION 17
              HC-AY LINE 6 POSITION 18
              '/' LINE 6 POSITION 20
              HC-YIL LINE 6 POSITION 21
              'SON GUN :' LINE 6 POSITION 35
              HC-SGUN LINE 6 POSITION 45
              '/' LINE 6 POSITION 47
              HC-SAY LINE 6 POSITION 48
              '/' LINE 6 POSITION 50
              HC-SYIL LINE 6 POSITION 51
              'TUTAR      :' LINE 7 POSITION 2
              Z-TUTAR2 LINE 7 POSITION 15
              'KALAN :' LINE 7 POSITION 35
              Z-TUTAR3 LINE 7 POSITION 44
              'DURUM      :' LINE 8 POSITION 2
              DURUM-ADI LINE 8 POSITION 15.
           DISPLAY 'TARIH      HAREKET    TUTAR          EVRAK NO'
              LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KULLANICI' LINE 10 POSITION 60.
           MOVE 11 TO SATIR.
           IF ST-HEDIYEHR NOT = '00' GO CEK-SORGU-KAPAT.
           MOVE HC-CEKNO TO HH-CEKNO.
           START HEDIYEHR KEY IS NOT LESS THAN HH-CEKNO
              INVALID KEY GO CEK-SORGU-KAPAT.
       CEK-SORGU-OKU.
           READ HEDIYEHR NEXT AT END GO CEK-SORGU-KAPAT.
           IF HH-CEKNO NOT = HC-CEKNO GO CEK-SORGU-KAPAT.
           IF SATIR > 31 GO CEK-SORGU-KAPAT.
           EVALUATE TRUE
            WHEN HH-SATIS MOVE 'SATIS' TO HAREKET-ADI
            WHEN HH-IADE MOVE 'IADE' TO HAREKET-ADI
            WHEN HH-KULLANIM MOVE 'KULLANIM' TO HAREKET-ADI
            WHEN HH-SURE MOVE 'SURE BITTI' TO HAREKET-ADI
            WHEN OTHER MOVE SPACES TO HAREKET-ADI
           END-EVALUATE.
           MOVE HH-TUTAR TO Z-TUTAR2.
           DISPLAY HH-GUN LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE SATIR POSITION 4
              HH-AY LINE SATIR POSITION 5
              '/' LINE SATIR POSITION 7
              HH-YIL LINE SATIR POSITION 8
              HAREKET-ADI LINE SATIR POSITION 13
              Z-TUTAR2(4:) LINE SATIR POSITION 24
              HH-EVRAKNO LINE SATIR POSITION 40
              HH-KULLANICI LINE SATIR POSITION 60 SIZE 18.
           ADD 1 TO SATIR.
           GO CEK-SORGU-OKU.
       CEK-SORGU-KAPAT.
           CLOSE HEDIYE HEDIYEHR.
       CEK-SORGU-SON.

      * acik ceklerin kalanlari isletmenin borcudur; kaynak
      * kiriliminda toplanir, suresi gecmisler ayrica gosterilir
       ACIK-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'CEK NO          KAYNAK KESIM      SON GUN'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KALAN        DURUM' LINE 4 POSITION 50.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO LISTE-SAYI T-SATIS T-IADE T-SURE.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'HEDYE' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'CEK NO;KAYNAK;KESIM;SON GUN;TUTAR;KALAN;DURUM'
              TO CSV-SATIR.
           WRITE CSV-SATIR.
           OPEN INPUT HEDIYE.
           IF ST-HEDIYE NOT = '00' GO ACIK-KAPAT.
           MOVE LOW-VALUES TO HC-CEKNO.
           START HEDIYE KEY IS NOT LESS THAN HC-CEKNO
              INVALID KEY GO ACIK-KAPAT.
       ACIK-OKU.
           READ HEDIYE NEXT AT END GO ACIK-KAPAT.
           IF NOT HC-ACIK GO ACIK-OKU.
           ADD 1 TO LISTE-SAYI.
           PERFORM CEK-ADLARI THRU CEK-ADLARI-SON.
           IF HC-IADE
              ADD HC-KALAN TO T-IADE
           ELSE
              ADD HC-KALAN TO T-SATIS.
           IF HC-SONTARIH < BUGUN ADD HC-KALAN TO T-SURE.
           MOVE HC-TUTAR TO Z-TUTAR2.
           MOVE HC-KALAN TO Z-TUTAR3.
           MOVE SPACES TO CSV-SATIR.
           STRING HC-CEKNO ';' KAYNAK-ADI ';' HC-GUN '/' HC-AY '/'
              HC-YIL ';' HC-SGUN '/' HC-SAY '/' HC-SYIL ';'
              Z-TUTAR2 ';' Z-TUTAR3 ';' DURUM-ADI
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR > 27 GO ACIK-OKU.
           DISPLAY HC-CEKNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              KAYNAK-ADI LINE SATIR POSITION 18
              HC-GUN LINE SATIR POSITION 25
              '/' LINE SATIR POSITION 27
              HC-AY LINE SATIR POSITION 28
              '/' LINE SATIR POSITION 30
              HC-YIL LINE SATIR POSITION 31
              HC-SGUN LINE SATIR POSITION 36
              '/' LINE SATIR POSITION 38
              HC-SAY LINE SATIR POSITION 39
              '/' LINE SATIR POSITION 41
              HC-SYIL LINE SATIR POSITION 42
              Z-TUTAR3(4:) LINE SATIR POSITION 47
              DURUM-ADI LINE SATIR POSITION 63 SIZE 12.
           ADD 1 TO SATIR.
           GO ACIK-OKU.
       ACIK-KAPAT.
           CLOSE HEDIYE CSVOUT.
           MOVE T-SATIS TO Z-TUTAR2.
           DISPLAY 'SATIS CEKLERI  :' LINE 29 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR2 LINE 29 POSITION 19.
           MOVE T-IADE TO Z-TUTAR2.
           DISPLAY 'IADE CEKLERI   :' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR2 LINE 30 POSITION 19.
           COMPUTE CEK-TUTAR = T-SATIS + T-IADE.
           MOVE CEK-TUTAR TO Z-TUTAR2.
           DISPLAY 'TOPLAM BORC    :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR2 LINE 31 POSITION 19 REVERSE.
           MOVE T-SURE TO Z-TUTAR2.
           MOVE LISTE-SAYI TO Z-SAYI.
           DISPLAY 'SURESI GECEN :' LINE 29 POSITION 40
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR2 LINE 29 POSITION 55
              'CEK SAYISI   :' LINE 30 POSITION 40
              Z-SAYI LINE 30 POSITION 55
              'DOSYA:' LINE 31 POSITION 40
              CSV-DOSYA LINE 31 POSITION 47 SIZE 30.
           ACCEPT F FROM ESCAPE KEY.
       ACIK-LISTE-SON.

      * son gunu gecmis acik ceklerin kalanlari kapatilir, borc
      * bakiyesinden dusulur
       SURE-KAPAT.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'SURESI GECEN CEKLER KAPATILSIN MI (E/H) :'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 4 POSITION 44 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e' GO SURE-KAPAT-SON.
           MOVE 'D' TO CEK-ISLEM.
           MOVE SPACES TO CEK-NO CEK-EVRAKNO CEK-HESAPNO.
           MOVE ZEROS TO CEK-TUTAR E-DEPONO.
           CALL 'CEKISLE' USING CEK-ISLEM CEK-NO CEK-TUTAR E-DEPONO
              CEK-EVRAKNO CEK-HESAPNO OT-KULLANICI-ADI CEK-SONUC
              ON EXCEPTION MOVE 1 TO CEK-SONUC
           END-CALL.
           CANCEL 'CEKISLE'.
           IF CEK-SONUC NOT = ZEROS
              DISPLAY 'ISLEM YAPILAMADI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SURE-KAPAT-SON.
           MOVE CEK-TUTAR TO Z-TUTAR2.
           DISPLAY 'KAPATILAN TUTAR :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR2 LINE 6 POSITION 20.
           ACCEPT F FROM ESCAPE KEY.
       SURE-KAPAT-SON.

       copy 'donem.per'.
       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==KASA==
                                  "%T%"  BY "KASA"
                                 ==%R%== BY ==KS-KAYIT==.
