       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'KALKONT'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'kalite.cpy'.
       copy 'hareket.cpy'.
       copy 'sicil.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'kalite.cpz'.
       copy 'hareket.cpz'.
       copy 'sicil.cpz'.
      * bekleyen kontrol satirlari gelis tarihine gore
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-TARIH              PIC 9(8).
               03 TP-KKKEY              PIC X(22).
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(300).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-TIP             PIC 99.
           02 E-EVRAKNO         PIC X(15).
           02 E-DEPONO          PIC 9999.
           02 E-SERBEST         PIC 9(9)V999.
           02 E-RED             PIC 9(9)V999.
           02 E-NEDEN           PIC X(20).
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 K-BEKLEYEN        PIC 9(9)V999.
           02 K-RED-BEKLEYEN    PIC 9(9)V999.
           02 GUN-BUGUN         PIC 9(12)V9999.
           02 GUN-GELIS         PIC 9(12)V9999.
           02 YAS               PIC 9(5).
           02 SAYAC             PIC 9(5).
           02 Z-ADET            PIC Z(6)9,999.
           02 Z-SERBEST         PIC Z(6)9,999.
           02 Z-RED             PIC Z(6)9,999.
           02 Z-REDB            PIC Z(6)9,999.
           02 Z-YAS             PIC ZZZZ9.
           02 Z-SAYAC           PIC ZZZZ9.
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
      * mal kabulde (SIPALIS) kontrole alinan satirlar burada
      * satilabilir stoga birakilir ya da red bolmesine ayrilir.
      * reddedilen miktar SATIADE ile saticiya iade edilir
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' MAL KABUL KALITE KONTROLU ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'KONTROL' REVERSE
              ' F2 ' 'BEKLEYENLER' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM KONTROL THRU KONTROL-SON GO TUS.
           IF F = 2 PERFORM BEKLEYEN-LISTE THRU BEKLEYEN-LISTE-SON
              GO TUS.
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

      * alis faturasinin kontrol bekleyen satirlari sirayla gelir;
      * satir basina serbest birakilan ve reddedilen miktar girilir,
      * ikisi de sifirsa satir beklemeye devam eder
       KONTROL.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'ALIS FATURASI TIPI (4/6):' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 6 TO E-TIP.
           ACCEPT E-TIP LINE 4 POSITION 28 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           DISPLAY 'EVRAK NO:' LINE 4 POSITION 35
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SPACES TO E-EVRAKNO.
           ACCEPT E-EVRAKNO LINE 4 POSITION 45 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KONTROL-SON.
           OPEN INPUT HAREKET-SICIL.
           MOVE E-TIP TO HS-TIP.
           MOVE E-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL
              INVALID KEY
                 DISPLAY 'EVRAK BULUNAMADI !!!' LINE 6 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE HAREKET-SICIL
                 GO KONTROL-SON.
           CLOSE HAREKET-SICIL.
           DISPLAY HS-HESAPADI LINE 5 POSITION 2 SIZE 50
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           OPEN I-O KALITE.
           IF ST-KALITE NOT = '00'
              DISPLAY 'KONTROL BEKLEYEN SATIR YOK' LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO KONTROL-SON.
           DISPLAY 'STOK NO         DEPO   BEKLEYEN    SERBEST'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'RED RED NEDENI' LINE 6 POSITION 55.
           MOVE 7 TO SATIR.
           MOVE ZEROS TO SAYAC.
           MOVE E-TIP TO KK-TIP.
           MOVE E-EVRAKNO TO KK-EVRAKNO.
           MOVE ZEROS TO KK-HDSIRA.
           START KALITE KEY IS NOT LESS THAN KK-KEY
              INVALID KEY GO KONTROL-KAPAT.
       KONTROL-OKU.
           READ KALITE NEXT AT END GO KONTROL-KAPAT.
           IF KK-TIP NOT = E-TIP OR KK-EVRAKNO NOT = E-EVRAKNO
              GO KONTROL-KAPAT.
           IF NOT KK-BEKLIYOR GO KONTROL-OKU.
           ADD 1 TO SAYAC.
           IF SATIR > 31
              PERFORM VARYING CIZ FROM 7 BY 1 UNTIL CIZ > 32
                 DISPLAY SPACES LINE CIZ POSITION 2 SIZE 77
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              END-PERFORM
              MOVE 7 TO SATIR.
           COMPUTE K-BEKLEYEN = KK-ADET - KK-SERBEST - KK-RED.
           MOVE K-BEKLEYEN TO Z-ADET.
           DISPLAY KK-STNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              KK-DEPONO LINE SATIR POSITION 18
              Z-ADET LINE SATIR POSITION 23.
       KONTROL-SATIR.
           MOVE K-BEKLEYEN TO Z-SERBEST.
           MOVE ZEROS TO Z-RED.
           MOVE SPACES TO E-NEDEN.
           ACCEPT Z-SERBEST LINE SATIR POSITION 35 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT Z-RED LINE SATIR POSITION 47 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-NEDEN LINE SATIR POSITION 59 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KONTROL-KAPAT.
           MOVE Z-SERBEST TO E-SERBEST.
           MOVE Z-RED TO E-RED.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF E-SERBEST + E-RED > K-BEKLEYEN
              DISPLAY 'GIRILEN MIKTAR BEKLEYENI ASIYOR !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO KONTROL-SATIR.
           IF E-RED > ZEROS AND E-NEDEN = SPACES
              DISPLAY 'RED NEDENI GIRILMELI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO KONTROL-SATIR.
           ADD 1 TO SATIR.
           IF E-SERBEST = ZEROS AND E-RED = ZEROS GO KONTROL-OKU.
           ADD E-SERBEST TO KK-SERBEST.
           ADD E-RED TO KK-RED.
           IF E-RED > ZEROS MOVE E-NEDEN TO KK-NEDEN.
           MOVE BUGUN TO KK-KONTROL-TARIH.
           PERFORM DURUM-BELIRLE THRU DURUM-BELIRLE-SON.
           PERFORM REWRITE-KALITE.
           GO KONTROL-OKU.
       KONTROL-KAPAT.
           CLOSE KALITE.
           IF SAYAC = ZEROS
              DISPLAY 'KONTROL BEKLEYEN SATIR YOK' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       KONTROL-SON.

      * kontrol bitmemisse B, reddedilenin iadesi bekleniyorsa R,
      * ikisi de kapandiysa T
       DURUM-BELIRLE.
           MOVE 'T' TO KK-DURUM.
           IF KK-RED > KK-IADE MOVE 'R' TO KK-DURUM.
           IF KK-ADET > KK-SERBEST + KK-RED MOVE 'B' TO KK-DURUM.
       DURUM-BELIRLE-SON.

      * kontrolde ya da red bolmesinde bekleyen satirlar en eski
      * gelisten baslayarak yaslariyla listelenir, CSV ye yazilir
       BEKLEYEN-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'DEPO (0=TUMU) :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-DEPONO.
           ACCEPT E-DEPONO LINE 4 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO BEKLEYEN-LISTE-SON.
           OPEN INPUT KALITE.
           IF ST-KALITE NOT = '00'
              DISPLAY 'KONTROL BEKLEYEN SATIR YOK' LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO BEKLEYEN-LISTE-SON.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           MOVE LOW-VALUES TO KK-KEY.
           START KALITE KEY IS NOT LESS THAN KK-KEY
              INVALID KEY GO BEKLEYEN-SIRALA-SON.
       BEKLEYEN-SIRALA.
           READ KALITE NEXT AT END GO BEKLEYEN-SIRALA-SON.
           IF KK-TAMAM GO BEKLEYEN-SIRALA.
           IF E-DEPONO NOT = ZEROS AND KK-DEPONO NOT = E-DEPONO
              GO BEKLEYEN-SIRALA.
           MOVE KK-TARIH TO TP-TARIH.
           MOVE KK-KEY TO TP-KKKEY.
           WRITE TP-KAYIT.
           GO BEKLEYEN-SIRALA.
       BEKLEYEN-SIRALA-SON.
           COMPUTE GUN-BUGUN = BU-GUN + BU-AY * 30,41
              + BU-YIL * 365.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'KALBK' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'GELIS TARIHI;YAS GUN;STOK NO;DEPO;HESAP NO;'
              'HESAP ADI;EVRAK TIP;EVRAK NO;GELEN;SERBEST;'
              'KONTROLDE;RED BEKLEYEN;RED NEDENI'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           OPEN INPUT SICIL.
           DISPLAY 'GELIS      YAS  STOK NO         DEPO HESAP NO'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KONTROLDE        RED' LINE 6 POSITION 59.
           MOVE 7 TO SATIR.
           MOVE ZEROS TO SAYAC.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO BEKLEYEN-KAPAT.
       BEKLEYEN-OKU.
           READ TEMPFILE NEXT AT END GO BEKLEYEN-KAPAT.
           MOVE TP-KKKEY TO KK-KEY.
           READ KALITE INVALID KEY GO BEKLEYEN-OKU.
           ADD 1 TO SAYAC.
           COMPUTE GUN-GELIS = KK-GUN + KK-AY * 30,41
              + KK-YIL * 365.
           MOVE ZEROS TO YAS.
           IF GUN-BUGUN > GUN-GELIS
              COMPUTE YAS ROUNDED = GUN-BUGUN - GUN-GELIS.
           COMPUTE K-BEKLEYEN = KK-ADET - KK-SERBEST - KK-RED.
           COMPUTE K-RED-BEKLEYEN = KK-RED - KK-IADE.
           MOVE KK-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           MOVE YAS TO Z-YAS.
           MOVE KK-ADET TO Z-ADET.
           MOVE KK-SERBEST TO Z-SERBEST.
           MOVE K-BEKLEYEN TO Z-RED.
           MOVE K-RED-BEKLEYEN TO Z-REDB.
           MOVE SPACES TO CSV-SATIR.
           STRING KK-GUN '/' KK-AY '/' KK-YIL ';' Z-YAS ';'
              KK-STNO ';' KK-DEPONO ';' KK-HESAPNO ';' SC-HESAPADI
              ';' KK-TIP ';' KK-EVRAKNO ';' Z-ADET ';' Z-SERBEST
              ';' Z-RED ';' Z-REDB ';' KK-NEDEN
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR > 31 GO BEKLEYEN-OKU.
           DISPLAY KK-GUN LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE SATIR POSITION 4
              KK-AY LINE SATIR POSITION 5
              '/' LINE SATIR POSITION 7
              KK-YIL(3:2) LINE SATIR POSITION 8
              Z-YAS LINE SATIR POSITION 11
              KK-STNO LINE SATIR POSITION 17
              KK-DEPONO LINE SATIR POSITION 33
              KK-HESAPNO LINE SATIR POSITION 38
              Z-RED LINE SATIR POSITION 55
              Z-REDB LINE SATIR POSITION 67.
           ADD 1 TO SATIR.
           GO BEKLEYEN-OKU.
       BEKLEYEN-KAPAT.
           CLOSE KALITE SICIL CSVOUT TEMPFILE.
           DELETE FILE TEMPFILE.
           MOVE SAYAC TO Z-SAYAC.
           DISPLAY 'BEKLEYEN SATIR :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 32 POSITION 19
              ' - CSV OLUSTURULDU' LINE 32 POSITION 24.
       BEKLEYEN-LISTE-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==KALITE==
                                  "%T%"  BY "KALITE"
                                 ==%R%== BY ==KK-KAYIT==.
