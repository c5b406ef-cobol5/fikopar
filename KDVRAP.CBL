           02 I-EVRAK-KDV       PIC S9(13)V99.
           02 G-TEVKIF          PIC S9(13)V99.
           02 G-TEVKIF-SAYI     PIC 9(7).
           02 I-EVRAK-NET       PIC S9(13)V99.
           02 G-IHRACAT         PIC S9(13)V99.
           02 G-IHRACAT-SAYI    PIC 9(7).
           02 M-TOPLAM          PIC S9(13)V99.
           02 M-CARHAR          PIC S9(13)V99.
           02 M-FARKSAYI        PIC 9(7).
           OPEN INPUT HAREKET-SICIL HAREKET-DETAY CARHAR.
           MOVE ZEROS TO M-TOPLAM M-CARHAR M-FARKSAYI.
           MOVE ZEROS TO G-TEVKIF G-TEVKIF-SAYI.
           MOVE ZEROS TO G-IHRACAT G-IHRACAT-SAYI.
           INITIALIZE EVRAK-SAYAC-TABLO.
           MOVE ZEROS TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
              COMPUTE G-TEVKIF ROUNDED = G-TEVKIF + I-EVRAK-KDV
                 * HS-TEVKIF-PAY / HS-TEVKIF-PAYDA
           END-IF.
      * ihracat istisnali teslimler beyanda ayri satirda gosterilir
           IF S-SINIF = 1 AND HS-IHRACAT
              ADD 1 TO G-IHRACAT-SAYI
              ADD I-EVRAK-NET TO G-IHRACAT
           END-IF.
           PERFORM MUTABAKAT THRU MUTABAKAT-SON.
           GO TOPLA-OKU.
       TOPLA-KAPAT.

      * evrak satirlarini kdv oranina gore kirip toplar
       EVRAK-TOPLA.
           MOVE ZEROS TO I-NET I-KDV I-GROSS I-EVRAK-KDV I-EVRAK-NET.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           ADD I-NET TO TP-MATRAH.
           ADD I-KDV TO TP-KDVTUTAR.
           ADD I-KDV TO I-EVRAK-KDV.
           ADD I-NET TO I-EVRAK-NET.
           REWRITE TP-KAYIT.
      * evrak toplami cari hesaba islendigi formulun aynisiyla
      * birikir ki mutabakat yuvarlama farki uretmesin
           MOVE TP-KDVTUTAR TO B-KDV.
           ADD TP-MATRAH TO G-MATRAH.
           ADD TP-KDVTUTAR TO G-KDV.
           IF SATIR < 28
              DISPLAY BILGI LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ADD 1 TO SATIR
              X-KDV LINE 29 POSITION 25
              'TEVKIFATLI EVRAK :' LINE 29 POSITION 50
              X-SAYI LINE 29 POSITION 69.
           MOVE G-IHRACAT TO X-MATRAH.
           MOVE G-IHRACAT-SAYI TO X-SAYI.
           DISPLAY 'IHRACAT TESLIMI      :' LINE 28 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              X-MATRAH LINE 28 POSITION 25
              'IHRACAT EVRAK    :' LINE 28 POSITION 50
              X-SAYI LINE 28 POSITION 69.
           COMPUTE M-TOPLAM = M-TOPLAM - M-CARHAR.
           MOVE M-TOPLAM TO X-MATRAH.
           MOVE M-FARKSAYI TO X-SAYI.
           STRING 'TEVKIF EDILEN;;;' X-KDV
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE G-IHRACAT TO X-MATRAH.
           MOVE SPACES TO CSV-SATIR.
           STRING 'IHRACAT TESLIMI;;' X-MATRAH ';'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           CLOSE CSVOUT.
           DISPLAY 'CSV DOSYASI OLUSTURULDU' LINE 33 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
