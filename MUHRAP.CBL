       FILE-CONTROL.
       copy 'hesplan.cpy'.
       copy 'yevmiye.cpy'.
       copy 'masmer.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       copy 'hesplan.cpz'.
       copy 'yevmiye.cpz'.
       copy 'masmer.cpz'.
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
           02 G-GELIR           PIC S9(13)V99.
           02 G-GIDER           PIC S9(13)V99.
           02 G-NETKAR          PIC S9(13)V99.
           02 M-GELIR           PIC S9(13)V99.
           02 M-GIDER           PIC S9(13)V99.
           02 M-NETKAR          PIC S9(13)V99.
           02 YZ-TUTAR          PIC -------------,--.
           02 B-SINIF-ADI       PIC X(14).
       copy 'status.cpy'.
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'BILANCO' REVERSE
              ' F2 ' 'GELIR TABLOSU' REVERSE
              ' F3 ' 'MASRAF MERKEZLERI' REVERSE
              ' F5 ' 'HESAP DETAYI' REVERSE
              ' F7 ' 'CSV' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           IF F = 1 PERFORM BILANCO THRU BILANCO-SON GO TUS.
           IF F = 2 PERFORM GELIR-TABLOSU THRU GELIR-TABLOSU-SON
              GO TUS.
           IF F = 3 PERFORM MERKEZ-TABLOSU THRU MERKEZ-TABLOSU-SON
              GO TUS.
           IF F = 5 PERFORM HESAP-DETAY THRU HESAP-DETAY-SON GO TUS.
           IF F = 7 PERFORM CSV-CIKTI THRU CSV-CIKTI-SON GO TUS.
           GO TUS.
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

      * aralik icindeki yevmiye hesap bazinda toplanir; gelir ve
      * gider hesaplari ayrica sinif 9 altinda masraf merkezi
      * bazinda toplanir (TP-BORC gelir, TP-ALACAK gider)
       TOPLA.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT YEVMIYE HESPLAN MASMER.
           MOVE E-YIL TO YV-YIL.
           MOVE E-AY1 TO YV-AY.
           MOVE 1 TO YV-GUN.
           ADD YV-BORC TO TP-BORC.
           ADD YV-ALACAK TO TP-ALACAK.
           REWRITE TP-KAYIT.
           IF HP-SINIF = 3 OR HP-SINIF = 4
              PERFORM MERKEZ-EKLE THRU MERKEZ-EKLE-SON.
           GO TOPLA-OKU.
       TOPLA-KAPAT.
           CLOSE YEVMIYE HESPLAN MASMER.
       TOPLA-SON.

       MERKEZ-EKLE.
           MOVE 9 TO TP-SINIF.
           MOVE SPACES TO TP-HESAP.
           MOVE YV-MMKOD TO TP-HESAP(1:4).
           READ TEMPFILE
              INVALID KEY
                 MOVE 9 TO TP-SINIF
                 MOVE SPACES TO TP-HESAP
                 MOVE YV-MMKOD TO TP-HESAP(1:4)
                 MOVE 'ATANMAMIS' TO TP-ADI
                 IF YV-MMKOD NOT = ZEROS
                    MOVE YV-MMKOD TO MM-KOD
                    READ MASMER
                       INVALID KEY MOVE 'TANIMSIZ MERKEZ' TO TP-ADI
                       NOT INVALID KEY MOVE MM-ADI TO TP-ADI
                    END-READ
                 END-IF
                 MOVE ZEROS TO TP-BORC TP-ALACAK
                 WRITE TP-KAYIT END-WRITE.
           IF HP-SINIF = 3
              COMPUTE TP-BORC = TP-BORC + YV-ALACAK - YV-BORC
           ELSE
              COMPUTE TP-ALACAK = TP-ALACAK + YV-BORC - YV-ALACAK
           END-IF.
           REWRITE TP-KAYIT.
       MERKEZ-EKLE-SON.

       BILANCO.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'B I L A N C O' LINE 6 POSITION 2
           GO SINIF-DOK-OKU.
       SINIF-DOK-SON.

      * masraf merkezi bazinda gelir/gider; merkezsiz satirlar
      * ATANMAMIS satirinda toplanir, toplam sirket gelir
      * tablosuyla karsilastirilir
       MERKEZ-TABLOSU.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'M A S R A F  M E R K E Z L E R I' LINE 6
              POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'KOD  MASRAF MERKEZI' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'GELIR' LINE 7 POSITION 47
              'GIDER' LINE 7 POSITION 62
              'NET' LINE 7 POSITION 79.
           MOVE ZEROS TO M-GELIR M-GIDER.
           MOVE 8 TO SATIR.
           MOVE 9 TO TP-SINIF.
           MOVE SPACES TO TP-HESAP.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO MERKEZ-TABLOSU-TOPLAM.
       MERKEZ-TABLOSU-OKU.
           READ TEMPFILE NEXT AT END GO MERKEZ-TABLOSU-TOPLAM.
           IF TP-SINIF NOT = 9 GO MERKEZ-TABLOSU-TOPLAM.
           ADD TP-BORC TO M-GELIR.
           ADD TP-ALACAK TO M-GIDER.
           IF SATIR > 29 GO MERKEZ-TABLOSU-OKU.
           DISPLAY TP-HESAP(1:4) LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              TP-ADI(1:30) LINE SATIR POSITION 7.
           MOVE TP-BORC TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 38
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE TP-ALACAK TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 53
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           COMPUTE M-NETKAR = TP-BORC - TP-ALACAK.
           MOVE M-NETKAR TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 68
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO MERKEZ-TABLOSU-OKU.
       MERKEZ-TABLOSU-TOPLAM.
           MOVE 31 TO SATIR.
           COMPUTE M-NETKAR = M-GELIR - M-GIDER.
           DISPLAY 'MERKEZLER TOPLAMI' LINE SATIR POSITION 7
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE M-GELIR TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 38
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE M-GIDER TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 53
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE M-NETKAR TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 68
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM SIRKET-TOPLA THRU SIRKET-TOPLA-SON.
           ADD 1 TO SATIR.
           DISPLAY 'SIRKET GELIR TABLOSU' LINE SATIR POSITION 7
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE G-GELIR TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 38
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE G-GIDER TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 53
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE G-NETKAR TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 68
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF M-NETKAR NOT = G-NETKAR
              DISPLAY '!' LINE SATIR POSITION 83
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       MERKEZ-TABLOSU-SON.

      * gelir tablosu toplamlari ekrana dokmeden hesaplanir
       SIRKET-TOPLA.
           MOVE ZEROS TO G-GELIR G-GIDER.
           MOVE 3 TO TP-SINIF.
           MOVE SPACES TO TP-HESAP.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO SIRKET-TOPLA-SON.
       SIRKET-TOPLA-OKU.
           READ TEMPFILE NEXT AT END GO SIRKET-TOPLA-SON.
           IF TP-SINIF > 4 GO SIRKET-TOPLA-SON.
           IF TP-SINIF = 3
              COMPUTE G-GELIR = G-GELIR + TP-ALACAK - TP-BORC
           ELSE
              COMPUTE G-GIDER = G-GIDER + TP-BORC - TP-ALACAK
           END-IF.
           GO SIRKET-TOPLA-OKU.
       SIRKET-TOPLA-SON.
           COMPUTE G-NETKAR = G-GELIR - G-GIDER.

      * satirdan yevmiyeye, oradan kaynak evraka inis
       HESAP-DETAY.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
              INVALID KEY GO CSV-KAPAT.
       CSV-OKU.
           READ TEMPFILE NEXT AT END GO CSV-KAPAT.
           IF TP-SINIF > 4 GO CSV-KAPAT.
           EVALUATE TP-SINIF
            WHEN 1 MOVE 'AKTIF' TO B-SINIF-ADI
                   COMPUTE T-BAKIYE = TP-BORC - TP-ALACAK
