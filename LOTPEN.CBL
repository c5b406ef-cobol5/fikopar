       copy 'lotser.cpy'.
       copy 'stok.cpy'.
       copy 'hareket.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'lotser.cpz'.
       copy 'stok.cpz'.
       copy 'hareket.cpz'.
      * son kullanma tarihi yaklasan lotlar depo ve tarih sirasinda
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-DEPONO             PIC 9999.
               03 TP-SKT                PIC 9(8).
               03 TP-KATNO              PIC 9999.
               03 TP-STNO               PIC X(15).
               03 TP-SERINO             PIC X(30).
           02 TP-ADET                   PIC 9(7).
           02 TP-GUN                    PIC S9(5).
           02 TP-DEGER                  PIC 9(12)V99.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(300).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 E-EVRAKNO         PIC X(15).
           02 E-SERINO          PIC X(30).
           02 E-ADET            PIC 9(5).
           02 E-SKT.
               03 E-SYIL            PIC 9999.
               03 E-SAY             PIC 99.
               03 E-SGUN            PIC 99.
           02 E-GUN-SAYI        PIC 999.
           02 BUGUN             PIC 9(8).
           02 SERI-HATA         PIC 9.
           02 AY-TOPLAM         PIC 9(6).
           02 ON-SERINO         PIC X(30).
           02 ON-SKT            PIC 9(8).
           02 ON-ADET           PIC 9(9)V999.
           02 GUN-BUGUN         PIC 9(12)V9999.
           02 GUN-SKT           PIC 9(12)V9999.
           02 DEPO-ONCEKI       PIC 9999.
           02 DEPO-DEGER        PIC 9(12)V99.
           02 GENEL-DEGER       PIC 9(12)V99.
           02 Z-ADET            PIC ZZZZ9.
           02 Z-GUN             PIC ----9.
           02 Z-DEGER           PIC Z(9)9,99.
           02 Z-TOPLAM          PIC Z(11)9,99.
           02 KALAN             PIC S9(9)V999.
           02 MAX-YIL           PIC 9999.
           02 YON               PIC 9.
           02 B-EVRAKNO             PIC X(15).
           02 FILLER                PIC X VALUE ' '.
           02 B-TARIH               PIC X(10).
           02 FILLER                PIC X VALUE ' '.
           02 B-SKT                 PIC X(10).
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
              ' F2 ' 'CIKIS KAYDI' REVERSE
              ' F3 ' 'SERI ARA' REVERSE
              ' F4 ' 'ELDEKILER' REVERSE
              ' F5 ' 'SKT RAPORU' REVERSE
              ' F6 ' 'TAKIP AC/KAPA' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT MAX-YIL FROM CENTURY-DATE.
           ACCEPT BUGUN FROM CENTURY-DATE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
                    PERFORM EVRAK-SERI THRU EVRAK-SERI-SON GO TUS.
           IF F = 3 PERFORM SERI-ARA THRU SERI-ARA-SON GO TUS.
           IF F = 4 PERFORM ELDEKILER THRU ELDEKILER-SON GO TUS.
           IF F = 5 PERFORM SKT-RAPOR THRU SKT-RAPOR-SON GO TUS.
           IF F = 6 PERFORM TAKIP-DEGIS THRU TAKIP-DEGIS-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           DISPLAY HD-STNO LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              HD-CINSI LINE 6 POSITION 18 SIZE 30.
      * ayni lottan birden cok adet tek seferde girilir. son
      * kullanma tarihli kalemde giriste tarih sorulur, cikista
      * suresi gecmemis en erken biten lot onerilir
       SERI-AL.
           IF KALAN NOT > ZEROS GO SATIR-SERILERI-SON.
           DISPLAY 'SERI NO :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 32 LINE 7 POSITION 12
              'ADET :' LINE 7 POSITION 45
              SPACES SIZE 26 LINE 7 POSITION 52.
           MOVE SPACES TO E-SERINO.
           MOVE 1 TO E-ADET.
           IF ST-SKT-TAKIPLI
              PERFORM SKT-ONER THRU SKT-ONER-SON.
           ACCEPT E-SERINO LINE 7 POSITION 12 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-ADET LINE 7 POSITION 52 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF YON-GIRIS AND ST-SKT-TAKIPLI
              ACCEPT E-SGUN LINE 7 POSITION 66 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              ACCEPT E-SAY LINE 7 POSITION 69 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              ACCEPT E-SYIL LINE 7 POSITION 72 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
           END-IF.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SATIR-SERILERI-SON.
           IF E-SERINO = SPACES GO SATIR-SERILERI-SON.
           IF E-ADET = ZEROS GO SERI-AL.
           IF E-ADET > KALAN MOVE KALAN TO E-ADET.
           IF YON-GIRIS AND ST-SKT-TAKIPLI
              AND (E-SAY < 1 OR E-SAY > 12 OR E-SGUN < 1
                   OR E-SGUN > 31)
              DISPLAY 'SON KULLANMA TARIHI HATALI !!!'
                 LINE 8 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SERI-AL.
           MOVE ZEROS TO SERI-HATA.
           IF YON-GIRIS
              PERFORM SERI-GIRIS THRU SERI-GIRIS-SON E-ADET TIMES
           ELSE
              PERFORM SERI-CIKIS THRU SERI-CIKIS-SON E-ADET TIMES
           END-IF.
           GO SERI-AL.
       SATIR-SERILERI-SON.

      * giriste raf omrunden tarih, cikista SKTBUL dan lot onerisi
       SKT-ONER.
           IF YON-CIKIS GO SKT-ONER-CIKIS.
           COMPUTE AY-TOPLAM = HS-FYIL * 12 + HS-FAY - 1 + ST-RAF-AY.
           DIVIDE AY-TOPLAM BY 12 GIVING E-SYIL REMAINDER E-SAY.
           ADD 1 TO E-SAY.
           MOVE HS-FGUN TO E-SGUN.
           IF E-SGUN > 28 MOVE 28 TO E-SGUN.
           MOVE KALAN TO E-ADET.
           DISPLAY 'SKT:' LINE 7 POSITION 61
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 7 POSITION 68 '/' LINE 7 POSITION 71.
           GO SKT-ONER-SON.
       SKT-ONER-CIKIS.
           MOVE SPACES TO ON-SERINO.
           MOVE ZEROS TO ON-SKT.
           CALL 'SKTBUL' USING HD-KATNO HD-STNO HS-DEPONO ON-SERINO
              ON-SKT ON-ADET.
           CANCEL 'SKTBUL'.
           IF ON-SERINO = SPACES
              DISPLAY 'SURESI GECMEMIS LOT YOK' LINE 8 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SKT-ONER-SON.
           MOVE ON-SERINO TO E-SERINO.
           MOVE ON-ADET TO E-ADET.
           IF E-ADET > KALAN MOVE KALAN TO E-ADET.
           MOVE ON-SKT TO E-SKT.
           DISPLAY 'SKT:' LINE 7 POSITION 61
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-SGUN LINE 7 POSITION 66 '/'
              E-SAY LINE 7 POSITION 69 '/'
              E-SYIL LINE 7 POSITION 72.
       SKT-ONER-SON.

       SERI-GIRIS.
           IF SERI-HATA = 1 GO SERI-GIRIS-SON.
           MOVE HD-KATNO TO LS-KATNO.
           MOVE HD-STNO TO LS-STNO.
           MOVE 9999999 TO LS-SIRA.
           MOVE HS-FGUN TO LS-GGUN.
           MOVE ZEROS TO LS-CIKIS-TIP LS-CIKIS-TARIH.
           MOVE SPACES TO LS-CIKIS-EVRAKNO.
           MOVE HS-DEPONO TO LS-DEPONO.
           MOVE ZEROS TO LS-SKT.
           IF ST-SKT-TAKIPLI MOVE E-SKT TO LS-SKT.
           PERFORM WRITE-LOTSER.
           SUBTRACT 1 FROM KALAN.
       SERI-GIRIS-SON.

      * depoda olmayan seri sevk edilemez, suresi gecmis lot
      * yalniz saticiya iade (tip 9) ile cikabilir
       SERI-CIKIS.
           IF SERI-HATA = 1 GO SERI-CIKIS-SON.
           MOVE E-SERINO TO LS-SERINO.
           START LOTSER KEY IS NOT LESS THAN LS-SERINO
              INVALID KEY
           IF LS-KATNO NOT = HD-KATNO OR LS-STNO NOT = HD-STNO
              GO SERI-CIKIS-OKU.
           IF NOT LS-DEPODA GO SERI-CIKIS-OKU.
           IF ST-SKT-TAKIPLI AND E-TIP NOT = 9
              AND LS-SKT NOT = ZEROS AND LS-SKT < BUGUN
              MOVE 1 TO SERI-HATA
              DISPLAY 'LOTUN SURESI GECMIS - SATILAMAZ !!!'
                 LINE 8 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              ACCEPT F FROM ESCAPE KEY
              DISPLAY SPACES LINE 8 POSITION 2 SIZE 40
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              GO SERI-CIKIS-SON.
           MOVE 'C' TO LS-DURUM.
           MOVE HD-TIP TO LS-CIKIS-TIP.
           MOVE HD-EVRAKNO TO LS-CIKIS-EVRAKNO.
       SERI-CIKIS-SON.

       SERI-YOK.
           MOVE 1 TO SERI-HATA.
           DISPLAY 'SERI DEPODA YOK - SEVK EDILEMEZ !!!'
              LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           MOVE SPACES TO B-TARIH.
           STRING LS-GGUN '/' LS-GAY '/' LS-GYIL
              DELIMITED BY SIZE INTO B-TARIH.
           MOVE SPACES TO B-SKT.
           IF LS-SKT NOT = ZEROS
              STRING LS-SGUN '/' LS-SAY '/' LS-SYIL
                 DELIMITED BY SIZE INTO B-SKT.
           DISPLAY BILGI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           ACCEPT F FROM ESCAPE KEY.
       ELDEKILER-SON.

      * son kullanma tarihi verilen gun icinde dolacak ya da dolmus
      * eldeki lotlar depo depo maliyet degeriyle listelenir (ayda
      * bir alinir), CSV ye yazilir
       SKT-RAPOR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KAC GUN ICINDE DOLACAKLAR :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 30 TO E-GUN-SAYI.
           ACCEPT E-GUN-SAYI LINE 4 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SKT-RAPOR-SON.
           OPEN INPUT LOTSER.
           IF ST-LOTSER NOT = '00'
              DISPLAY 'LOT KAYDI YOK' LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SKT-RAPOR-SON.
           OPEN INPUT STOK.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           MOVE BUGUN TO E-SKT.
           COMPUTE GUN-BUGUN = E-SGUN + E-SAY * 30,41 + E-SYIL * 365.
           MOVE LOW-VALUES TO LS-KEY.
           START LOTSER KEY IS NOT LESS THAN LS-KEY
              INVALID KEY GO SKT-TOPLA-SON.
       SKT-TOPLA.
           READ LOTSER NEXT AT END GO SKT-TOPLA-SON.
           IF NOT LS-DEPODA OR LS-SKT = ZEROS GO SKT-TOPLA.
           COMPUTE GUN-SKT = LS-SGUN + LS-SAY * 30,41
              + LS-SYIL * 365.
           IF GUN-SKT > GUN-BUGUN + E-GUN-SAYI GO SKT-TOPLA.
           MOVE LS-DEPONO TO TP-DEPONO.
           MOVE LS-SKT TO TP-SKT.
           MOVE LS-KATNO TO TP-KATNO.
           MOVE LS-STNO TO TP-STNO.
           MOVE LS-SERINO TO TP-SERINO.
           READ TEMPFILE
              INVALID KEY
                 MOVE ZEROS TO TP-ADET TP-DEGER
                 COMPUTE TP-GUN ROUNDED = GUN-SKT - GUN-BUGUN
                 WRITE TP-KAYIT
           END-READ.
           MOVE LS-KATNO TO ST-KATNO.
           MOVE LS-STNO TO ST-STNO.
           READ STOK INVALID KEY MOVE ZEROS TO ST-MALIYET.
           ADD 1 TO TP-ADET.
           ADD ST-MALIYET TO TP-DEGER.
           REWRITE TP-KAYIT.
           GO SKT-TOPLA.
       SKT-TOPLA-SON.
           CLOSE LOTSER STOK.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'SKTRP' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'DEPO;SON KULLANMA;KALAN GUN;KATALOG;STOK NO;'
              'LOT NO;ADET;MALIYET DEGERI'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY 'DEPO SKT        GUN STOK NO         LOT NO'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ADET        DEGER' LINE 6 POSITION 56.
           MOVE 7 TO SATIR.
           MOVE ZEROS TO DEPO-DEGER GENEL-DEGER.
           MOVE 9999 TO DEPO-ONCEKI.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO SKT-DOKUM-SON.
       SKT-DOKUM.
           READ TEMPFILE NEXT AT END GO SKT-DOKUM-SON.
           IF TP-DEPONO NOT = DEPO-ONCEKI AND DEPO-ONCEKI NOT = 9999
              PERFORM SKT-DEPO-TOPLAM THRU SKT-DEPO-TOPLAM-SON.
           MOVE TP-DEPONO TO DEPO-ONCEKI.
           ADD TP-DEGER TO DEPO-DEGER GENEL-DEGER.
           MOVE TP-SKT TO E-SKT.
           MOVE TP-ADET TO Z-ADET.
           MOVE TP-GUN TO Z-GUN.
           MOVE TP-DEGER TO Z-DEGER.
           MOVE SPACES TO CSV-SATIR.
           STRING TP-DEPONO ';' E-SGUN '/' E-SAY '/' E-SYIL ';'
              Z-GUN ';' TP-KATNO ';' TP-STNO ';' TP-SERINO ';'
              Z-ADET ';' Z-DEGER
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR > 31 GO SKT-DOKUM.
           DISPLAY TP-DEPONO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-SGUN LINE SATIR POSITION 7 '/'
              E-SAY LINE SATIR POSITION 10 '/'
              E-SYIL(3:2) LINE SATIR POSITION 13
              Z-GUN LINE SATIR POSITION 16
              TP-STNO LINE SATIR POSITION 22
              TP-SERINO LINE SATIR POSITION 38 SIZE 16
              Z-ADET LINE SATIR POSITION 55
              Z-DEGER LINE SATIR POSITION 61.
           ADD 1 TO SATIR.
           GO SKT-DOKUM.
       SKT-DOKUM-SON.
           IF DEPO-ONCEKI NOT = 9999
              PERFORM SKT-DEPO-TOPLAM THRU SKT-DEPO-TOPLAM-SON.
           MOVE GENEL-DEGER TO Z-TOPLAM.
           MOVE SPACES TO CSV-SATIR.
           STRING 'GENEL TOPLAM;;;;;;;' Z-TOPLAM
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           CLOSE TEMPFILE CSVOUT.
           DELETE FILE TEMPFILE.
           DISPLAY 'RISKTEKI DEGER :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TOPLAM LINE 32 POSITION 19
              ' - CSV OLUSTURULDU' LINE 32 POSITION 35.
       SKT-RAPOR-SON.

      * depo degisiminde depo toplam satiri
       SKT-DEPO-TOPLAM.
           MOVE DEPO-DEGER TO Z-TOPLAM.
           MOVE SPACES TO CSV-SATIR.
           STRING 'DEPO ' DEPO-ONCEKI ' TOPLAM;;;;;;;' Z-TOPLAM
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR < 32
              DISPLAY 'DEPO TOPLAMI :' LINE SATIR POSITION 38
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-TOPLAM LINE SATIR POSITION 58
              ADD 1 TO SATIR.
           MOVE ZEROS TO DEPO-DEGER.
       SKT-DEPO-TOPLAM-SON.

      * stok kartinda lot/seri takibini acip kapatir
       TAKIP-DEGIS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
