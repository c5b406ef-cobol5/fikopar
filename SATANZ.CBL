       FILE-CONTROL.
       copy 'hareket.cpy'.
       copy 'stok.cpy'.
       copy 'stokay.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       copy 'hareket.cpz'.
       copy 'stok.cpz'.
       copy 'stokay.cpz'.
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-ANAHTAR            PIC X(34).
           02 TP-ADET                   PIC S9(12)V999.
           02 TP-TUTAR                  PIC S9(13)V99.
           02 TP-HIZMET                 PIC S9(13)V99.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
               03 D-AY              PIC 99.
               03 D-GUN             PIC 99.
           02 I-NET             PIC S9(13)V99.
           02 I-ADET            PIC S9(12)V9999.
           02 I-ISK1            PIC 9(12)V99999999.
           02 I-ISK2            PIC 9(12)V99999999.
           02 S-ANAHTAR         PIC X(34).
           02 Z-ADET            PIC -(9)9,999.
           02 Z-TUTAR           PIC -(11)9,99.
           02 Z-HIZMET          PIC -(11)9,99.
       01 BILGI.
           02 B-ANAHTAR             PIC X(30).
           02 FILLER                PIC X VALUE ' '.
           02 B-ADET                PIC -(9)9,999.
           02 FILLER                PIC X VALUE ' '.
           02 B-TUTAR               PIC -(11)9,99.
           02 FILLER                PIC X VALUE ' '.
           02 B-HIZMET              PIC -(11)9,99.
       copy 'status.cpy'.
       copy 'win.cpy'.
       LINKAGE SECTION.
           EXIT PROGRAM.
           STOP RUN.

      * yilin satis toplamlari aylik stok ozetinden (STOKAY) dort
      * eksende toplanir; hizmet kalemlerinin geliri ayri kolonda
      * izlenir. satir dokumu (F5) evrak detayina iner
       TOPLA.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT STOKAY STOK.
           MOVE LOW-VALUES TO STY-KEY.
           START STOKAY KEY IS NOT LESS THAN STY-KEY
              INVALID KEY GO TOPLA-KAPAT.
       TOPLA-OKU.
           READ STOKAY NEXT AT END GO TOPLA-KAPAT.
           IF STY-YIL NOT = E-YIL GO TOPLA-OKU.
           IF STY-SATIS-ADET = ZEROS AND STY-SATIS = ZEROS
              GO TOPLA-OKU.
           MOVE STY-SATIS-ADET TO I-ADET.
           MOVE STY-SATIS TO I-NET.
           MOVE STY-KATNO TO ST-KATNO.
           MOVE STY-STNO TO ST-STNO.
           READ STOK INVALID KEY INITIALIZE ST-KAYIT.
      * marka
           MOVE 1 TO TP-BOLUM.
      * katalog + depo
           MOVE 3 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           STRING STY-KATNO ' DEPO ' STY-DEPONO
              DELIMITED BY SIZE INTO TP-ANAHTAR.
           PERFORM EKLE THRU EKLE-SON.
      * ay
           MOVE 4 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           STRING E-YIL '/' STY-AY DELIMITED BY SIZE
              INTO TP-ANAHTAR.
           PERFORM EKLE THRU EKLE-SON.
           GO TOPLA-OKU.
       TOPLA-KAPAT.
           CLOSE STOKAY STOK.
       TOPLA-SON.

       EKLE.
           READ TEMPFILE
              INVALID KEY
                 MOVE ZEROS TO TP-ADET TP-TUTAR TP-HIZMET
                 WRITE TP-KAYIT
           END-READ.
           IF ST-HIZMET
              ADD I-NET TO TP-HIZMET
           ELSE
              ADD I-ADET TO TP-ADET
              ADD I-NET TO TP-TUTAR
           END-IF.
           REWRITE TP-KAYIT.
       EKLE-SON.

           MOVE TP-ANAHTAR TO B-ANAHTAR.
           MOVE TP-ADET TO B-ADET.
           MOVE TP-TUTAR TO B-TUTAR.
           MOVE TP-HIZMET TO B-HIZMET.
           DISPLAY BILGI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'SATAN' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'BOLUM;ANAHTAR;ADET;TUTAR;HIZMET' TO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
           READ TEMPFILE NEXT AT END GO CSV-SON.
           MOVE TP-ADET TO Z-ADET.
           MOVE TP-TUTAR TO Z-TUTAR.
           MOVE TP-HIZMET TO Z-HIZMET.
           MOVE SPACES TO CSV-SATIR.
           STRING TP-BOLUM ';' TP-ANAHTAR ';' Z-ADET ';' Z-TUTAR
              ';' Z-HIZMET DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO CSV-OKU.
       CSV-SON.
