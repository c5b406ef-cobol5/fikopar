       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'demirbas.cpy'.
       copy 'masmer.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'demirbas.cpz'.
       copy 'masmer.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
           02 OTOMATIK          PIC 9.
           02 E-NO              PIC 9(5).
           02 E-DURUM           PIC X.
           02 E-MMKOD           PIC 9999.
           02 MM-HATA           PIC 9.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
              ' F2 ' 'AYLIK AMORTISMAN' REVERSE
              ' F3 ' 'CIKIS/SATIS' REVERSE
              ' F4 ' 'YILLIK CETVEL' REVERSE
              ' F5 ' 'MASRAF MERKEZI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
              GO TUS.
           IF F = 3 PERFORM CIKIS-ISLE THRU CIKIS-ISLE-SON GO TUS.
           IF F = 4 PERFORM CETVEL THRU CETVEL-SON GO TUS.
           IF F = 5 PERFORM MERKEZ-DEGIS THRU MERKEZ-DEGIS-SON
              GO TUS.
           GO TUS.
       STOP-PROGRAM.
           IF OTOMATIK = ZEROS
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'OMUR (AY)   :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'M.MERKEZI   :' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT DB-ADI LINE 6 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT DB-DEPONO LINE 8 POSITION 16 UPDATE
           MOVE 60 TO DB-OMUR-AY.
           ACCEPT DB-OMUR-AY LINE 14 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO E-MMKOD.
           ACCEPT E-MMKOD LINE 16 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR DB-ADI = SPACES
              CLOSE DEMIRBAS GO YENI-KAYIT-SON.
           PERFORM MERKEZ-KONTROL THRU MERKEZ-KONTROL-SON.
           IF MM-HATA = 1 CLOSE DEMIRBAS GO YENI-KAYIT-SON.
           MOVE E-MMKOD TO DB-MMKOD.
           MOVE ZG-TUTAR TO DB-MALIYET.
           MOVE 'A' TO DB-DURUM.
           PERFORM WRITE-DEMIRBAS.
           CLOSE DEMIRBAS.
           DISPLAY 'DEMIRBAS KAYDEDILDI' LINE 18 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       YENI-KAYIT-SON.

           MOVE BU-YIL TO AM-YIL.
           MOVE BU-AY TO AM-AY.
           MOVE AYLIK-TUTAR TO AM-TUTAR.
           MOVE DB-MMKOD TO AM-MMKOD.
           PERFORM WRITE-AMORTI.
           ADD AYLIK-TUTAR TO DB-BIRIKMIS.
           PERFORM REWRITE-DEMIRBAS.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'NO;ADI;DEPO;ALIS;MALIYET;OMUR AY;BIRIKMIS;'
              'NET DEFTER;DURUM;M.MERKEZI' DELIMITED BY SIZE
              INTO CSV-SATIR.
           WRITE CSV-SATIR.
           OPEN INPUT DEMIRBAS.
           MOVE ZEROS TO DB-NO.
              DB-DEPONO ';'
              DB-AGUN '/' DB-AAY '/' DB-AYIL ';'
              DB-MALIYET ';' DB-OMUR-AY ';'
              DB-BIRIKMIS ';' YZ-TUTAR ';' DB-DURUM ';' DB-MMKOD
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO CETVEL-OKU.
              CSV-DOSYA LINE 5 POSITION 18.
       CETVEL-SON.

      * demirbasin amortismaninin yuklenecegi masraf merkezi;
      * sonraki aylarin amortisman kayitlari yeni merkeze yazilir
       MERKEZ-DEGIS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'DEMIRBAS NO :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-NO.
           ACCEPT E-NO LINE 5 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-NO = ZEROS GO MERKEZ-DEGIS-SON.
           OPEN I-O DEMIRBAS.
           MOVE E-NO TO DB-NO.
           READ DEMIRBAS
              INVALID KEY
                 DISPLAY 'KAYIT BULUNAMADI !!!' LINE 7 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE DEMIRBAS
                 GO MERKEZ-DEGIS-SON.
           DISPLAY DB-ADI LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'M.MERKEZI   :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE DB-MMKOD TO E-MMKOD.
           ACCEPT E-MMKOD LINE 9 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE DEMIRBAS GO MERKEZ-DEGIS-SON.
           PERFORM MERKEZ-KONTROL THRU MERKEZ-KONTROL-SON.
           IF MM-HATA = 1 CLOSE DEMIRBAS GO MERKEZ-DEGIS-SON.
           MOVE E-MMKOD TO DB-MMKOD.
           PERFORM REWRITE-DEMIRBAS.
           CLOSE DEMIRBAS.
           DISPLAY 'MASRAF MERKEZI DEGISTIRILDI' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       MERKEZ-DEGIS-SON.

      * tanimsiz kod girilirse uyarilir, MM-HATA 1 doner
       MERKEZ-KONTROL.
           MOVE 0 TO MM-HATA.
           IF E-MMKOD = ZEROS GO MERKEZ-KONTROL-SON.
           OPEN INPUT MASMER.
           MOVE E-MMKOD TO MM-KOD.
           READ MASMER
              INVALID KEY
                 DISPLAY 'MASRAF MERKEZI YOK !!!' LINE 20 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 MOVE 1 TO MM-HATA.
           CLOSE MASMER.
       MERKEZ-KONTROL-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==DEMIRBAS==
                                  "%T%"  BY "DEMIRBAS"
                                 ==%R%== BY ==DB-KAYIT==.
