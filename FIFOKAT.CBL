       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'FIFOKAT'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'mlkatman.cpy'.
       copy 'mltuket.cpy'.
       copy 'stok.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'mlkatman.cpz'.
       copy 'mltuket.cpz'.
       copy 'stok.cpz'.
       WORKING-STORAGE SECTION.
       01 KATMAN-DEGIS.
           02 KALAN             PIC S9(12)V9999.
           02 PAY               PIC 9(9)V999.
           02 BIRIM             PIC 9(10)V9999.
           02 TUTAR             PIC S9(13)V99.
       copy 'status.cpy'.
       copy 'fileop.var'.
       LINKAGE SECTION.
      * cagiran stayg.var daki FF-ISTEK i verir
       01 G-ISTEK.
           02 G-ISLEM                   PIC 9.
           02 G-KATNO                   PIC 9999.
           02 G-STNO                    PIC X(15).
           02 G-TARIH.
               03 G-YIL                 PIC 9999.
               03 G-AY                  PIC 99.
               03 G-GUN                 PIC 99.
           02 G-ADET                    PIC S9(12)V9999.
           02 G-BIRIM                   PIC 9(10)V9999.
           02 G-KAYNAK                  PIC X.
           02 G-TUTAR                   PIC S9(13)V99.
       PROCEDURE DIVISION USING G-ISTEK.
      * 1 giris: yeni katman acilir, eksi adet (giris iptali) son
      * katmanlarin kalanindan geri alinir. 2 cikis: en eski
      * katmandan baslayarak dusulur, eksi adet (cikis iptali) en
      * son tuketilen katmana iade edilir; katmani yetmeyen miktar
      * ortalama maliyetten sayilir ve donemin tuketim ozetine
      * yazilir. 3 fiyatlama: mal kabulde fatura net fiyati
      * ortalamadan fiyatlanmis son giris katmanlarina islenir
       BASLA.
           MOVE ZEROS TO G-TUTAR TUTAR.
           IF G-ADET = ZEROS GO BITIR.
           OPEN I-O MLKATMAN.
           IF ST-MLKATMAN = '35'
              CLOSE MLKATMAN
              OPEN OUTPUT MLKATMAN
              CLOSE MLKATMAN
              OPEN I-O MLKATMAN.
           MOVE G-BIRIM TO BIRIM.
           IF BIRIM = ZEROS AND G-ISLEM NOT = 3
              PERFORM ORTALAMA-OKU THRU ORTALAMA-OKU-SON.
           IF G-ISLEM = 1 AND G-ADET > ZEROS
              PERFORM KATMAN-AC THRU KATMAN-AC-SON.
           IF G-ISLEM = 1 AND G-ADET < ZEROS
              PERFORM KATMAN-GERIAL THRU KATMAN-GERIAL-SON.
           IF G-ISLEM = 2 AND G-ADET > ZEROS
              PERFORM TUKET THRU TUKET-SON.
           IF G-ISLEM = 2 AND G-ADET < ZEROS
              PERFORM IADE-ET THRU IADE-ET-SON.
           IF G-ISLEM = 3 AND G-ADET > ZEROS AND BIRIM > ZEROS
              PERFORM FIYATLA THRU FIYATLA-SON.
           CLOSE MLKATMAN.
           IF G-ISLEM = 2
              PERFORM TUKETIM-YAZ THRU TUKETIM-YAZ-SON.
           MOVE TUTAR TO G-TUTAR.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

       ORTALAMA-OKU.
           OPEN INPUT STOK.
           MOVE G-KATNO TO ST-KATNO.
           MOVE G-STNO TO ST-STNO.
           READ STOK INVALID KEY MOVE ZEROS TO ST-MALIYET.
           MOVE ST-MALIYET TO BIRIM.
           CLOSE STOK.
       ORTALAMA-OKU-SON.

       KATMAN-AC.
           MOVE G-KATNO TO MLK-KATNO.
           MOVE G-STNO TO MLK-STNO.
           MOVE G-TARIH TO MLK-TARIH.
           MOVE 1 TO MLK-SIRA.
           MOVE G-ADET TO MLK-ADET MLK-KALAN.
           MOVE BIRIM TO MLK-BIRIM.
           MOVE G-KAYNAK TO MLK-KAYNAK.
           IF MLK-KAYNAK = SPACE MOVE 'G' TO MLK-KAYNAK.
       KATMAN-AC-DENE.
           PERFORM WRITE-MLKATMAN.
           IF WVAR = 0 AND MLK-SIRA < 99999
              ADD 1 TO MLK-SIRA GO KATMAN-AC-DENE.
       KATMAN-AC-SON.

      * geri alinan giris en yeni katmandan baslanarak silinir
       KATMAN-GERIAL.
           COMPUTE KALAN = 0 - G-ADET.
           PERFORM SONDAN-BASLA THRU SONDAN-BASLA-SON.
           IF WVAR = 0 GO KATMAN-GERIAL-SON.
       KATMAN-GERIAL-OKU.
           IF KALAN NOT > ZEROS GO KATMAN-GERIAL-SON.
           READ MLKATMAN PREVIOUS AT END GO KATMAN-GERIAL-SON.
           IF MLK-KATNO NOT = G-KATNO OR MLK-STNO NOT = G-STNO
              GO KATMAN-GERIAL-SON.
           IF MLK-KALAN = ZEROS GO KATMAN-GERIAL-OKU.
           MOVE MLK-KALAN TO PAY.
           IF PAY > KALAN MOVE KALAN TO PAY.
           SUBTRACT PAY FROM MLK-KALAN MLK-ADET KALAN.
           IF MLK-ADET = ZEROS
              PERFORM DELETE-MLKATMAN
           ELSE
              PERFORM REWRITE-MLKATMAN.
           GO KATMAN-GERIAL-OKU.
       KATMAN-GERIAL-SON.

      * cikis en eski katmanin kalanindan dusulur
       TUKET.
           MOVE G-ADET TO KALAN.
           MOVE G-KATNO TO MLK-KATNO.
           MOVE G-STNO TO MLK-STNO.
           MOVE ZEROS TO MLK-TARIH MLK-SIRA.
           START MLKATMAN KEY IS NOT LESS THAN MLK-KEY
              INVALID KEY GO TUKET-EKSIK.
       TUKET-OKU.
           IF KALAN NOT > ZEROS GO TUKET-SON.
           READ MLKATMAN NEXT AT END GO TUKET-EKSIK.
           IF MLK-KATNO NOT = G-KATNO OR MLK-STNO NOT = G-STNO
              GO TUKET-EKSIK.
           IF MLK-KALAN = ZEROS GO TUKET-OKU.
           MOVE MLK-KALAN TO PAY.
           IF PAY > KALAN MOVE KALAN TO PAY.
           SUBTRACT PAY FROM MLK-KALAN KALAN.
           COMPUTE TUTAR ROUNDED = TUTAR + PAY * MLK-BIRIM.
           PERFORM REWRITE-MLKATMAN.
           GO TUKET-OKU.
       TUKET-EKSIK.
           IF KALAN > ZEROS
              COMPUTE TUTAR ROUNDED = TUTAR + KALAN * BIRIM.
       TUKET-SON.

      * iptal edilen cikis en son tuketilen katmana geri konur
       IADE-ET.
           COMPUTE KALAN = 0 - G-ADET.
           PERFORM SONDAN-BASLA THRU SONDAN-BASLA-SON.
           IF WVAR = 0 GO IADE-ET-EKSIK.
       IADE-ET-OKU.
           IF KALAN NOT > ZEROS GO IADE-ET-ISARET.
           READ MLKATMAN PREVIOUS AT END GO IADE-ET-EKSIK.
           IF MLK-KATNO NOT = G-KATNO OR MLK-STNO NOT = G-STNO
              GO IADE-ET-EKSIK.
           IF MLK-KALAN NOT < MLK-ADET GO IADE-ET-OKU.
           COMPUTE PAY = MLK-ADET - MLK-KALAN.
           IF PAY > KALAN MOVE KALAN TO PAY.
           ADD PAY TO MLK-KALAN.
           SUBTRACT PAY FROM KALAN.
           COMPUTE TUTAR ROUNDED = TUTAR + PAY * MLK-BIRIM.
           PERFORM REWRITE-MLKATMAN.
           GO IADE-ET-OKU.
       IADE-ET-EKSIK.
           IF KALAN > ZEROS
              COMPUTE TUTAR ROUNDED = TUTAR + KALAN * BIRIM.
       IADE-ET-ISARET.
           COMPUTE TUTAR = 0 - TUTAR.
       IADE-ET-SON.

      * ortalamadan fiyatlanmis son girisler fatura fiyatini alir
       FIYATLA.
           MOVE G-ADET TO KALAN.
           PERFORM SONDAN-BASLA THRU SONDAN-BASLA-SON.
           IF WVAR = 0 GO FIYATLA-SON.
       FIYATLA-OKU.
           IF KALAN NOT > ZEROS GO FIYATLA-SON.
           READ MLKATMAN PREVIOUS AT END GO FIYATLA-SON.
           IF MLK-KATNO NOT = G-KATNO OR MLK-STNO NOT = G-STNO
              GO FIYATLA-SON.
           IF NOT MLK-GIRIS GO FIYATLA-OKU.
           MOVE BIRIM TO MLK-BIRIM.
           MOVE 'A' TO MLK-KAYNAK.
           PERFORM REWRITE-MLKATMAN.
           SUBTRACT MLK-ADET FROM KALAN.
           GO FIYATLA-OKU.
       FIYATLA-SON.

      * kalemin en yeni katmanina konumlanir - yoksa WVAR 0
       SONDAN-BASLA.
           MOVE 1 TO WVAR.
           MOVE G-KATNO TO MLK-KATNO.
           MOVE G-STNO TO MLK-STNO.
           MOVE 99999999 TO MLK-TARIH.
           MOVE 99999 TO MLK-SIRA.
           START MLKATMAN KEY IS NOT GREATER THAN MLK-KEY
              INVALID KEY MOVE 0 TO WVAR.
       SONDAN-BASLA-SON.

       TUKETIM-YAZ.
           OPEN I-O MLTUKET.
           IF ST-MLTUKET = '35'
              CLOSE MLTUKET
              OPEN OUTPUT MLTUKET
              CLOSE MLTUKET
              OPEN I-O MLTUKET.
           MOVE G-KATNO TO MLT-KATNO.
           MOVE G-STNO TO MLT-STNO.
           MOVE G-YIL TO MLT-YIL.
           MOVE G-AY TO MLT-AY.
           READ MLTUKET
              INVALID KEY
                 MOVE ZEROS TO MLT-ADET MLT-TUTAR
                 PERFORM WRITE-MLTUKET
           END-READ.
           ADD G-ADET TO MLT-ADET.
           ADD TUTAR TO MLT-TUTAR.
           IF MLT-ADET = ZEROS AND MLT-TUTAR = ZEROS
              PERFORM DELETE-MLTUKET
           ELSE
              PERFORM REWRITE-MLTUKET.
           CLOSE MLTUKET.
       TUKETIM-YAZ-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==MLKATMAN==
                                  "%T%"  BY "MLKATMAN"
                                 ==%R%== BY ==MLK-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==MLTUKET==
                                  "%T%"  BY "MLTUKET"
                                 ==%R%== BY ==MLT-KAYIT==.
