       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'KAYIPSAT'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'kayipsat.cpy'.
       copy 'stok.cpy'.
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
       copy 'kayipsat.cpz'.
       copy 'stok.cpz'.
       copy 'sicil.cpz'.
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-GRUP               PIC X(30).
               03 TP-KATNO              PIC 9999.
               03 TP-STNO               PIC X(15).
           02 TP-CINSI                  PIC X(35).
           02 TP-SAYI                   PIC 9(5).
           02 TP-ADET                   PIC 9(9)V999.
           02 TP-NEDEN-ADET             PIC 9(9)V999 OCCURS 5 TIMES.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(250).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 NX                PIC 9.
           02 E-KATNO           PIC 9999.
           02 E-STNO            PIC X(15).
           02 E-HESAPNO         PIC X(15).
           02 E-NEDEN           PIC 9.
           02 E-AY              PIC 99.
           02 E-YIL             PIC 9999.
           02 Z-ADET            PIC Z(8)9,999.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
       01 RAPOR-DEGIS.
           02 ONCEKI-GRUP       PIC X(30).
           02 ILK-SATIR         PIC 9.
           02 G-SAYI            PIC 9(7).
           02 G-ADET            PIC 9(11)V999.
           02 T-SAYI            PIC 9(7).
           02 T-ADET            PIC 9(11)V999.
           02 KALEM-SAYI        PIC 9(7).
           02 X-ADET            PIC Z(10)9,999.
           02 X-NEDEN           PIC Z(8)9,999 OCCURS 5 TIMES.
           02 Z-SAYI            PIC Z(6)9.
       01 BILGI.
           02 BL-KATNO          PIC 9999.
           02 FILLER            PIC X VALUE ' '.
           02 BL-STNO           PIC X(15).
           02 FILLER            PIC X VALUE ' '.
           02 BL-CINSI          PIC X(30).
           02 FILLER            PIC X VALUE ' '.
           02 BL-SAYI           PIC ZZZZ9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-ADET           PIC Z(8)9,999.
       copy 'kayip.var'.
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
      * tezgahta karsilanamayan talep (kayip satis). stok seciminde
      * stokta olmayan kalem secilince ve teklif kaybedilince ya da
      * suresi dolunca kendiliginden yazilir; burada elle de girilir.
      * aylik rapor kalem ve stok grubuna gore dokulur. kayitlar
      * TAHMIN ve siparis onerisinde satis gibi sayilir
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' KAYIP SATIS (KARSILANAMAYAN TALEP) ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'ELLE GIRIS' REVERSE
              ' F2 ' 'AYLIK RAPOR' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM ELLE-GIRIS THRU ELLE-GIRIS-SON GO TUS.
           IF F = 2 PERFORM AYLIK-RAPOR THRU AYLIK-RAPOR-SON GO TUS.
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

      * musteri bos birakilabilir (tezgahta tanimadigimiz
      * musteri); girilirse sicilde olmali
       ELLE-GIRIS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KATALOG NO  :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'STOK NO     :' LINE 6 POSITION 2
              'MUSTERI     :' LINE 8 POSITION 2
              'MIKTAR      :' LINE 10 POSITION 2
              'NEDEN       :' LINE 12 POSITION 2
              '1=STOK YOK 2=FIYAT 3=TESLIM SURESI 5=DIGER'
                 LINE 12 POSITION 20.
           MOVE ZEROS TO E-KATNO.
           MOVE SPACES TO E-STNO E-HESAPNO.
           ACCEPT E-KATNO LINE 5 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-STNO LINE 6 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-STNO = SPACES GO ELLE-GIRIS-SON.
           OPEN INPUT STOK.
           MOVE E-KATNO TO ST-KATNO.
           MOVE E-STNO TO ST-STNO.
           READ STOK
              INVALID KEY
                 CLOSE STOK
                 DISPLAY 'STOK BULUNAMADI !!!' LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO ELLE-GIRIS-SON.
           CLOSE STOK.
           IF ST-HIZMET
              DISPLAY 'HIZMET KALEMI ICIN KAYIP SATIS TUTULMAZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO ELLE-GIRIS-SON.
           MOVE ST-BAKIYE TO Z-ADET.
           DISPLAY ST-CINSI(1:35) LINE 6 POSITION 33
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ELDEKI :' LINE 7 POSITION 33
              Z-ADET LINE 7 POSITION 42.
           ACCEPT E-HESAPNO LINE 8 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ELLE-GIRIS-SON.
           IF E-HESAPNO NOT = SPACES
              OPEN INPUT SICIL
              MOVE E-HESAPNO TO SC-HESAPNO
              READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPNO
              END-READ
              CLOSE SICIL
              IF SC-HESAPNO = SPACES
                 DISPLAY 'MUSTERI BULUNAMADI !!!' LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO ELLE-GIRIS-SON
              END-IF
              DISPLAY SC-HESAPADI(1:40) LINE 8 POSITION 33
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 1 TO Z-ADET.
           MOVE 1 TO E-NEDEN.
           IF ST-BAKIYE > ZEROS MOVE 5 TO E-NEDEN.
           ACCEPT Z-ADET LINE 10 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-NEDEN LINE 12 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ELLE-GIRIS-SON.
           IF E-NEDEN < 1 OR E-NEDEN > 5 OR E-NEDEN = 4
              DISPLAY 'NEDEN 1, 2, 3 YA DA 5 OLMALI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO ELLE-GIRIS-SON.
           MOVE Z-ADET TO KYV-ADET.
           IF KYV-ADET = ZEROS GO ELLE-GIRIS-SON.
           MOVE E-KATNO TO KYV-KATNO.
           MOVE E-STNO TO KYV-STNO.
           MOVE E-HESAPNO TO KYV-HESAPNO.
           MOVE E-NEDEN TO KYV-NEDEN.
           MOVE 'E' TO KYV-KAYNAK.
           MOVE SPACES TO KYV-EVRAKNO.
           CALL 'KAYIPYAZ' USING KYV-KATNO KYV-STNO KYV-HESAPNO
              KYV-ADET KYV-NEDEN KYV-KAYNAK KYV-EVRAKNO.
           CANCEL 'KAYIPYAZ'.
           DISPLAY 'KAYDEDILDI' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       ELLE-GIRIS-SON.

      * ayin kayitlari kalem bazinda toplanir; liste stok grubu
      * (ST-TIPI) sirasinda, grup ara toplamlariyla dokulur
       AYLIK-RAPOR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'AY / YIL :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 4 POSITION 16.
           MOVE BU-AY TO E-AY.
           MOVE BU-YIL TO E-YIL.
           ACCEPT E-AY LINE 4 POSITION 13 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 4 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO AYLIK-RAPOR-SON.
           IF E-AY < 1 OR E-AY > 12
              DISPLAY 'AY 1-12 OLMALI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO AYLIK-RAPOR-SON.
           OPEN INPUT KAYIPSAT.
           IF ST-KAYIPSAT = '35'
              DISPLAY 'KAYIP SATIS KAYDI YOK' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO AYLIK-RAPOR-SON.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE.
           CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT STOK.
           PERFORM HAZIRLA THRU HAZIRLA-SON.
           CLOSE KAYIPSAT STOK.
           PERFORM DOKUM THRU DOKUM-SON.
           CLOSE TEMPFILE.
           DELETE FILE TEMPFILE.
       AYLIK-RAPOR-SON.

       HAZIRLA.
           MOVE E-YIL TO KY-YIL.
           MOVE E-AY TO KY-AY.
           MOVE ZEROS TO KY-GUN KY-SIRA.
           START KAYIPSAT KEY IS NOT LESS THAN KY-KEY
              INVALID KEY GO HAZIRLA-SON.
       HAZIRLA-OKU.
           READ KAYIPSAT NEXT AT END GO HAZIRLA-SON.
           IF KY-YIL NOT = E-YIL OR KY-AY NOT = E-AY
              GO HAZIRLA-SON.
           MOVE KY-KATNO TO ST-KATNO.
           MOVE KY-STNO TO ST-STNO.
           READ STOK
              INVALID KEY
                 MOVE SPACES TO ST-TIPI
                 MOVE '** STOK SILINMIS **' TO ST-CINSI.
           MOVE ST-TIPI TO TP-GRUP.
           MOVE KY-KATNO TO TP-KATNO.
           MOVE KY-STNO TO TP-STNO.
           READ TEMPFILE
              INVALID KEY
                 MOVE ST-CINSI TO TP-CINSI
                 MOVE ZEROS TO TP-SAYI TP-ADET
                 PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > 5
                    MOVE ZEROS TO TP-NEDEN-ADET(NX)
                 END-PERFORM
                 WRITE TP-KAYIT
           END-READ.
           ADD 1 TO TP-SAYI.
           ADD KY-ADET TO TP-ADET.
           IF KY-NEDEN > 0 AND KY-NEDEN < 6
              ADD KY-ADET TO TP-NEDEN-ADET(KY-NEDEN).
           REWRITE TP-KAYIT.
           GO HAZIRLA-OKU.
       HAZIRLA-SON.

       DOKUM.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'KAYIP' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'GRUP;KATNO;STOKNO;CINSI;TALEP SAYISI;MIKTAR;'
              'STOK YOK;FIYAT;TESLIM SURESI;TEKLIF SURESI;DIGER'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY 'KAT  STOK NO         CINSI'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TALEP        MIKTAR' LINE 6 POSITION 54.
           MOVE 7 TO SATIR.
           MOVE ZEROS TO G-SAYI G-ADET T-SAYI T-ADET KALEM-SAYI.
           MOVE 1 TO ILK-SATIR.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO DOKUM-BITIR.
       DOKUM-OKU.
           READ TEMPFILE NEXT AT END GO DOKUM-BITIR.
           IF ILK-SATIR = ZEROS AND TP-GRUP NOT = ONCEKI-GRUP
              PERFORM GRUP-YAZ THRU GRUP-YAZ-SON.
           MOVE ZEROS TO ILK-SATIR.
           MOVE TP-GRUP TO ONCEKI-GRUP.
           ADD 1 TO KALEM-SAYI.
           ADD TP-SAYI TO G-SAYI T-SAYI.
           ADD TP-ADET TO G-ADET T-ADET.
           MOVE TP-KATNO TO BL-KATNO.
           MOVE TP-STNO TO BL-STNO.
           MOVE TP-CINSI TO BL-CINSI.
           MOVE TP-SAYI TO BL-SAYI.
           MOVE TP-ADET TO BL-ADET.
           IF SATIR < 31
              DISPLAY BILGI LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ADD 1 TO SATIR.
           MOVE TP-ADET TO X-ADET.
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > 5
              MOVE TP-NEDEN-ADET(NX) TO X-NEDEN(NX)
           END-PERFORM.
           MOVE SPACES TO CSV-SATIR.
           STRING TP-GRUP ';' TP-KATNO ';' TP-STNO ';' TP-CINSI ';'
              TP-SAYI ';' X-ADET ';' X-NEDEN(1) ';' X-NEDEN(2) ';'
              X-NEDEN(3) ';' X-NEDEN(4) ';' X-NEDEN(5)
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO DOKUM-OKU.
       DOKUM-BITIR.
           IF ILK-SATIR = ZEROS
              PERFORM GRUP-YAZ THRU GRUP-YAZ-SON.
           MOVE T-ADET TO X-ADET.
           MOVE SPACES TO CSV-SATIR.
           STRING 'GENEL TOPLAM;;;;' T-SAYI ';' X-ADET
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           CLOSE CSVOUT.
           MOVE KALEM-SAYI TO Z-SAYI.
           DISPLAY 'KALEM :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 32 POSITION 10
              'TOPLAM MIKTAR :' LINE 32 POSITION 20
              X-ADET LINE 32 POSITION 36
              'CSV OLUSTURULDU' LINE 32 POSITION 52.
           ACCEPT F FROM ESCAPE KEY.
       DOKUM-SON.

       GRUP-YAZ.
           MOVE G-ADET TO X-ADET.
           IF SATIR < 31
              DISPLAY 'GRUP: ' LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 ONCEKI-GRUP LINE SATIR POSITION 8
                 X-ADET LINE SATIR POSITION 58
              ADD 1 TO SATIR.
           MOVE SPACES TO CSV-SATIR.
           STRING ONCEKI-GRUP ';GRUP TOPLAMI;;;' G-SAYI ';' X-ADET
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE ZEROS TO G-SAYI G-ADET.
       GRUP-YAZ-SON.
