       FILE-CONTROL.
       copy 'hareket.cpy'.
       copy 'katlog.cpy'.
       copy 'promosyon.cpy'.
       copy 'stok.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       copy 'hareket.cpz'.
       copy 'katlog.cpz'.
       copy 'promosyon.cpz'.
       copy 'stok.cpz'.
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KATNO              PIC 9999.
           02 TP-ACIKLAMA           PIC X(40).
           02 TP-ADET               PIC 9(9)V999.
           02 TP-TUTAR              PIC S9(13)V99.
           02 TP-MALIYET            PIC S9(13)V99.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
           02 I-NET             PIC S9(13)V99.
           02 T-ADET             PIC 9(9)V999.
           02 T-TUTAR            PIC S9(13)V99.
           02 T-MALIYET          PIC S9(13)V99.
           02 I-BEDEL            PIC S9(13)V99.
           02 I-MALIYET          PIC S9(13)V99.
           02 R-TUR              PIC 9.
           02 PRM-DOSYA          PIC 9.
       01 BILGI.
           02 B-KOD                 PIC ZZZZ.
           02 FILLER                PIC X VALUE '�'.
           02 B-ADET                PIC Z(8)9,999.
           02 FILLER                PIC X VALUE '�'.
           02 B-TUTAR               PIC Z(10)9,99.
           02 FILLER                PIC X VALUE '�'.
           02 B-MALIYET             PIC Z(10)9,99 BLANK WHEN ZERO.
       copy 'status.cpy'.
       copy 'onayvar.cpy'.
       copy 'win.cpy'.
                PIC ZZ USING BT-AY HIGHLIGHT AUTO.
           02 LINE 5 COLUMN 46 BACKGROUND BLUE FOREGROUND WHITE
                PIC ZZZZ USING BT-YIL HIGHLIGHT AUTO.
           02 LINE 6 COLUMN 40 BACKGROUND BLUE FOREGROUND WHITE
                PIC 9 USING R-TUR HIGHLIGHT AUTO.
       01 SCR-TOPLAM.
           02 LINE 29 COLUMN 15 BACKGROUND BLUE FOREGROUND BROWN
                PIC Z(8)9,999 USING T-ADET HIGHLIGHT.
           02 LINE 29 COLUMN 52 BACKGROUND BLUE FOREGROUND BROWN
                PIC Z(10)9,99 USING T-TUTAR HIGHLIGHT.
           02 LINE 29 COLUMN 67 BACKGROUND BLUE FOREGROUND BROWN
                PIC Z(10)9,99 USING T-MALIYET HIGHLIGHT.
       copy 'onayscr.cpy'.
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                     SPACES SIZE 4 '�' SPACES SIZE 30 '�'
                     SPACES SIZE 11 '�' SPACES SIZE 13 '�'
                     SPACES SIZE 17 '�'
                ELSE
                    DISPLAY '�' LINE CIZ POSITION 1
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                        SPACES SIZE 79 '�'
                END-IF
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 81
              ' KAMPANYA KULLANIM RAPORU ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 30
           DISPLAY SPACES LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 30
              'B�T�� TAR�H�     :' LINE 5 POSITION 2.
           DISPLAY SPACES LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 30
              'RAPOR (1=KAMPANYA 2=PROMOSYON):' LINE 6 POSITION 2.
           DISPLAY SPACES LINE 29 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 40
              'TOPLAM ADET  :' LINE 29 POSITION 2
           ACCEPT BA-TARIH FROM CENTURY-DATE.
           MOVE 1 TO BA-AY BA-GUN.
           MOVE BA-TARIH TO BT-TARIH.
           MOVE 1 TO R-TUR.
       TARIH-AL.
           DISPLAY SCR-TARIH.
           ACCEPT SCR-TARIH.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF R-TUR NOT = 2 MOVE 1 TO R-TUR.
      * promosyon raporunda tutar verilen indirimin satis
      * degeridir, maliyet bedava urunde stok maliyetidir
           IF R-TUR = 1
              DISPLAY SPACES LINE 7 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 79
                 'KOD KAMPANYA                       ADET     '
                 '       TUTAR' LINE 7 POSITION 2
           ELSE
              DISPLAY SPACES LINE 7 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 79
                 'NO  PROMOSYON                      ADET     '
                 '       BEDEL        MALIYET' LINE 7 POSITION 2
           END-IF.
           PERFORM RAPOR-OLUSTUR THRU RAPOR-OLUSTUR-SON.
           MOVE ILK TO SATIR.
           OPEN INPUT TEMPFILE.
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                     SPACES SIZE 4 '�' SPACES SIZE 30 '�'
                     SPACES SIZE 11 '�' SPACES SIZE 13 '�'
                     SPACES SIZE 17 '�'
             END-PERFORM MOVE LIS TO SATIR.
           DISPLAY SCR-TOPLAM.
       TUS.
       CSV-CIKTI.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'KAMRP' TO CSV-TANIM.
           IF R-TUR = 2 MOVE 'PRMRP' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'KOD;KAMPANYA;ADET;TUTAR'
              TO CSV-SATIR.
           IF R-TUR = 2
              MOVE 'NO;PROMOSYON;ADET;BEDEL;MALIYET' TO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE ZEROS TO TP-KATNO.
           START TEMPFILE KEY IS NOT LESS THAN TP-KATNO.
                  TP-ADET DELIMITED BY SIZE ';'
                  TP-TUTAR DELIMITED BY SIZE
              INTO CSV-SATIR.
           IF R-TUR = 2
              MOVE SPACES TO CSV-SATIR
              STRING TP-KATNO DELIMITED BY SIZE ';'
                     TP-ACIKLAMA DELIMITED BY SPACES ';'
                     TP-ADET DELIMITED BY SIZE ';'
                     TP-TUTAR DELIMITED BY SIZE ';'
                     TP-MALIYET DELIMITED BY SIZE
                 INTO CSV-SATIR
           END-IF.
           WRITE CSV-SATIR.
           GO CSV-OKU.
       CSV-SON.
           MOVE TP-ACIKLAMA TO B-ACIKLAMA.
           MOVE TP-ADET TO B-ADET.
           MOVE TP-TUTAR TO B-TUTAR.
           MOVE TP-MALIYET TO B-MALIYET.
       SERITLI.
           DISPLAY BILGI LINE SATIR POSITION 2
                CONTROL 'BCOLOR=WHITE, FCOLOR=BLUE' LOW.
       RAPOR-OLUSTUR.
           COMPUTE T1 = BA-GUN + BA-AY * 30,41 + BA-YIL * 365.
           COMPUTE T2 = BT-GUN + BT-AY * 30,41 + BT-YIL * 365.
           MOVE ZEROS TO T-ADET T-TUTAR T-MALIYET.
           OPEN INPUT HAREKET-SICIL HAREKET-DETAY KATLOG.
           MOVE ZEROS TO PRM-DOSYA.
           IF R-TUR = 2
              OPEN INPUT PROMOSYON STOK
              IF ST-PROMOSYON = '00' MOVE 1 TO PRM-DOSYA END-IF
           END-IF.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           GO HAREKET-OKU.
       HAREKET-OKU-SON.
           CLOSE HAREKET-SICIL HAREKET-DETAY KATLOG.
           IF R-TUR = 2 CLOSE PROMOSYON STOK.
       RAPOR-OLUSTUR-SON.
       SATIR-TOPLA.
           MOVE HS-TIP TO HD-TIP.
           READ HAREKET-DETAY NEXT AT END GO SATIR-TOPLA-SON.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
                GO SATIR-TOPLA-SON.
           IF R-TUR = 2 GO PROMOSYON-TOPLA.
           MOVE HD-KATNO TO KT-KATNO.
           READ KATLOG INVALID KEY GO DETAY-OKU.
           IF KT-HESAPNO NOT = 'KAMPANYA' GO DETAY-OKU.
           ADD I-NET TO T-TUTAR.
           GO DETAY-OKU.
       SATIR-TOPLA-SON.
      * promosyondan yararlanan satirlar HD-KOD daki kural koduyla
      * (PRM + kural no) toplanir. bedel verilen ikinci iskontonun
      * satis degeri; bedava urunde maliyet stok maliyetinden,
      * indirimde indirimin kendisinden alinir
       PROMOSYON-TOPLA.
           IF HD-KOD(1:3) NOT = 'PRM' OR HD-KOD(4:4) NOT NUMERIC
                GO DETAY-OKU.
           COMPUTE I-ISK1 = HD-FIYAT * HD-ISKONTO1 / 100.
           COMPUTE I-ISK2 = (HD-FIYAT - I-ISK1) * HD-ISKONTO2 / 100.
           COMPUTE I-BEDEL = I-ISK2 * HD-ADET.
           MOVE I-BEDEL TO I-MALIYET.
           IF HD-ISKONTO2 = 100
                MOVE HD-KATNO TO ST-KATNO
                MOVE HD-STNO TO ST-STNO
                READ STOK INVALID KEY MOVE ZEROS TO ST-MALIYET
                END-READ
                COMPUTE I-MALIYET = ST-MALIYET * HD-ADET.
           MOVE HD-KOD(4:4) TO TP-KATNO.
           READ TEMPFILE INVALID KEY
                INITIALIZE TP-KAYIT
                MOVE HD-KOD(4:4) TO TP-KATNO
                MOVE 'SILINMIS KURAL' TO TP-ACIKLAMA
                IF PRM-DOSYA = 1
                   MOVE TP-KATNO TO PM-NO
                   READ PROMOSYON
                      NOT INVALID KEY MOVE PM-ADI TO TP-ACIKLAMA
                   END-READ
                END-IF
                WRITE TP-KAYIT
           END-READ.
           ADD HD-ADET TO TP-ADET.
           ADD I-BEDEL TO TP-TUTAR.
           ADD I-MALIYET TO TP-MALIYET.
           REWRITE TP-KAYIT.
           ADD HD-ADET TO T-ADET.
           ADD I-BEDEL TO T-TUTAR.
           ADD I-MALIYET TO T-MALIYET.
           GO DETAY-OKU.
