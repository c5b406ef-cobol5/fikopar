           02 TP-ADET                   PIC 9(9)V999.
           02 TP-BARKOD                 PIC X(20).
           02 TP-CINSI                  PIC X(40).
           02 TP-SKT                    PIC X.
       FD LISTE.
       01 LISTE-SATIR                   PIC X(120).
       WORKING-STORAGE SECTION.
           02 Z-TOPLANAN        PIC Z(6)9,999.
           02 SAYAC             PIC 9(5).
           02 Z-SAYAC           PIC Z(4)9.
           02 LT-SERINO         PIC X(30).
           02 LT-SKT.
               03 LT-SYIL           PIC 9999.
               03 LT-SAY            PIC 99.
               03 LT-SGUN           PIC 99.
           02 LT-ADET           PIC 9(9)V999.
           02 LT-KALAN          PIC 9(9)V999.
           02 Z-LTADET          PIC Z(6)9.
           02 TOPLANDI          PIC 9.
       01 LISTE-DOSYA.
           02 FILLER            PIC X(9) VALUE 'DATA\TOP_'.
           02 LD-EVRAK          PIC X(15).
           02 FILLER            PIC X(4) VALUE '.TXT'.
       copy 'sipbild.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
           COMPUTE TP-ADET = SD-ADET - SD-TESLIM.
           MOVE ST-BARKOD TO TP-BARKOD.
           MOVE SD-CINSI TO TP-CINSI.
           MOVE ST-SKT TO TP-SKT.
           WRITE TP-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO LISTE-SATIR-OKU.
                 Z-ADET LINE SATIR POSITION 31
                 TP-BARKOD LINE SATIR POSITION 44
              ADD 1 TO SATIR.
           IF TP-SKT = 'E'
              PERFORM LOT-ONER THRU LOT-ONER-SON.
           GO LISTE-DOKUM-OKU.
       LISTE-DOKUM-KAPAT.
           CLOSE LISTE.
              LISTE-DOSYA LINE 33 POSITION 9.
       LISTE-DOKUM-SON.

      * son kullanma tarihli kalemde miktar karsilanana kadar
      * suresi gecmemis lotlar ilk biten ilk cikar sirasiyla
      * satirin altina yazilir
       LOT-ONER.
           MOVE TP-ADET TO LT-KALAN.
           MOVE SPACES TO LT-SERINO.
           MOVE ZEROS TO LT-SKT.
       LOT-ONER-OKU.
           IF LT-KALAN NOT > ZEROS GO LOT-ONER-SON.
           CALL 'SKTBUL' USING TP-KATNO TP-STNO TO-DEPONO LT-SERINO
              LT-SKT LT-ADET.
           CANCEL 'SKTBUL'.
           IF LT-SERINO = SPACES
              MOVE SPACES TO LISTE-SATIR
              STRING '           SURESI GECMEMIS LOT YETMIYOR'
                 DELIMITED BY SIZE INTO LISTE-SATIR
              WRITE LISTE-SATIR
              GO LOT-ONER-SON.
           IF LT-ADET > LT-KALAN MOVE LT-KALAN TO LT-ADET.
           SUBTRACT LT-ADET FROM LT-KALAN.
           MOVE LT-ADET TO Z-LTADET.
           MOVE SPACES TO LISTE-SATIR.
           IF LT-SKT = ZEROS
              STRING '           LOT ' LT-SERINO ' SKT ----------'
                 ' ADET ' Z-LTADET
                 DELIMITED BY SIZE INTO LISTE-SATIR
           ELSE
              STRING '           LOT ' LT-SERINO ' SKT ' LT-SGUN '/'
                 LT-SAY '/' LT-SYIL ' ADET ' Z-LTADET
                 DELIMITED BY SIZE INTO LISTE-SATIR
           END-IF.
           WRITE LISTE-SATIR.
           IF SATIR < 32
              DISPLAY 'LOT' LINE SATIR POSITION 14
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 LT-SERINO LINE SATIR POSITION 18 SIZE 20
                 LT-SGUN LINE SATIR POSITION 39 '/'
                 LT-SAY LINE SATIR POSITION 42 '/'
                 LT-SYIL LINE SATIR POSITION 45
                 Z-LTADET LINE SATIR POSITION 51
              ADD 1 TO SATIR.
           GO LOT-ONER-OKU.
       LOT-ONER-SON.

      * toplama donusu: toplanan miktar girilir, eksik toplanan
      * kisim siparis satirinda acik kalir
       TOPLAMA-ONAY.
           IF F = 27 OR E-EVRAKNO = SPACES GO TOPLAMA-ONAY-SON.
           OPEN I-O SIPDET.
           MOVE 6 TO SATIR.
           MOVE ZEROS TO TOPLANDI.
           MOVE E-EVRAKNO TO SD-EVRAKNO.
           MOVE ZEROS TO SD-SIRA.
           START SIPDET KEY IS NOT LESS THAN SD-KEY
              COMPUTE SD-TESLIM = SD-TESLIM + TOPLANAN
              IF SD-TESLIM > SD-ADET MOVE SD-ADET TO SD-TESLIM
              END-IF
              PERFORM REWRITE-SIPDET
              MOVE 1 TO TOPLANDI.
           ADD 1 TO SATIR.
           IF SATIR > 32 GO TOPLAMA-ONAY-KAPAT.
           GO ONAY-OKU.
       TOPLAMA-ONAY-KAPAT.
           CLOSE SIPDET.
      * toplanan satir varsa musteriye siparisin hazirlandigi
      * bildirilir; hesap siparisten bulunur
           IF TOPLANDI = 1
              MOVE 3 TO BI-OLAY
              MOVE SPACES TO BI-HESAPNO BI-TAKIPNO
              MOVE E-EVRAKNO TO BI-SIPARISNO
              CALL 'SIPBILD' USING BI-ISTEK
              CANCEL 'SIPBILD'.
           DISPLAY 'EKSIK TOPLANANLAR SIPARISTE ACIK KALDI'
              LINE 33 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
