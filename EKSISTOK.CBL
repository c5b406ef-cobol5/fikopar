       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'EKSISTOK'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'stok.cpy'.
       copy 'stokadet.cpy'.
       copy 'stokbom.cpy'.
       copy 'lotser.cpy'.
       copy 'ayar.cpy'.
       copy 'users.cpy'.
       copy 'access.cpy'.
       copy 'eksilog.cpy'.
       copy 'oturum.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'stokadet.cpz'.
       copy 'stokbom.cpz'.
       copy 'lotser.cpz'.
       copy 'ayar.cpz'.
       copy 'users.cpz'.
       copy 'access.cpz'.
       copy 'eksilog.cpz'.
       copy 'oturum.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 E-CEVAP           PIC X.
           02 T-PASS            PIC X(20).
           02 T-NAME            PIC X(20).
           02 Z-BAKIYE          PIC -(11)9,999.
           02 Z-MIKTAR          PIC -(11)9,999.
       01 DENETIM-DEGIS.
           02 POLITIKA          PIC X.
               88 POLITIKA-SERBEST  VALUE 'S'.
               88 POLITIKA-UYAR     VALUE 'U'.
               88 POLITIKA-ENGELLE  VALUE 'E'.
           02 RECETE-VAR        PIC 9.
           02 LOT-VAR           PIC 9.
           02 K-KATNO           PIC 9999.
           02 K-STNO            PIC X(15).
           02 K-SET-KATNO       PIC 9999.
           02 K-SET-STNO        PIC X(15).
           02 K-MIKTAR          PIC 9(12)V9999.
           02 K-BAKIYE          PIC S9(12)V9999.
           02 K-KALAN           PIC S9(12)V9999.
           02 K-YIL             PIC 9999.
           02 K-SEVIYE          PIC X.
           02 K-TUR             PIC X.
           02 K-KONTROL         PIC S9(12)V9999.
           02 K-RED             PIC S9(12)V9999.
           02 K-BLOKE           PIC S9(12)V9999.
           02 K-MIAD            PIC S9(12)V9999.
           02 LOT-GECMIS        PIC 9.
           02 BUGUN             PIC 9(8).
      * belge icinde daha once denetlenip gecilen miktarlar; ayni
      * kalem ikinci kez gelirse bakiyeden bunlar da dusulur
       01 BELGE-TABLO.
           02 TB-SAY            PIC 999 VALUE 0.
           02 TB-SATIR OCCURS 200 TIMES.
               03 TB-KATNO          PIC 9999.
               03 TB-STNO           PIC X(15).
               03 TB-DEPONO         PIC 9999.
               03 TB-LOTNO          PIC X(30).
               03 TB-MIKTAR         PIC 9(12)V9999.
           02 TI                PIC 999.
           02 TB-ONCEKI         PIC 9(12)V9999.
      * belge numarasi sonradan belli olan cagrilar icin bu
      * belgede yazilan iz kayitlarinin anahtarlari
       01 BEKLEYEN-TABLO.
           02 BK-SAY            PIC 99 VALUE 0.
           02 BK-KEY            PIC X(21) OCCURS 50 TIMES.
           02 BI                PIC 99.
       copy 'status.cpy'.
       copy 'sifre.var'.
       copy 'fileop.var'.
       copy 'oturum.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01 G-ISTEK.
           02 G-ISLEM                   PIC X.
           02 G-SESSIZ                  PIC 9.
           02 G-KATNO                   PIC 9999.
           02 G-STNO                    PIC X(15).
           02 G-DEPONO                  PIC 9999.
           02 G-MIKTAR                  PIC 9(12)V9999.
           02 G-LOTNO                   PIC X(30).
           02 G-RECETE                  PIC X.
           02 G-PROGRAM                 PIC X(8).
           02 G-EVRAKTIP                PIC 99.
           02 G-EVRAKNO                 PIC X(15).
           02 G-SONUC                   PIC 9.
           02 G-BAKIYE                  PIC S9(12)V9999.
           02 G-KALITE                  PIC X.
           02 G-MIAD                    PIC X.
      * eksi stok politikasi depo basina AYAR TIP 50 kaydindadir
      * (AY-YAZPORT ilk harfi): S serbest, U uyar, E engelle.
      * deponun kaydi yoksa depo 0 kaydi, o da yoksa serbest.
      * bakiye deponun en son yilindaki STOKADET hareketlerinden
      * (GIR - CIK) hesaplanir, ayni belgede once gecilen miktar
      * da dusulur. set kalemi recetedeki bilesenlerden, seri/lot
      * takipli kalem ayrica depodaki seri/lot adedinden denetlenir.
      * uyarida kullanici onayi, engellemede EKSISTOK islem
      * kodunda acik yazma yetkisi olan yetkilinin onayi istenir.
      * ekransiz cagride uyari gecilip izlenir, engel reddedilir.
      * gecilen ve reddedilen her cikis EKSILOG a yazilir.
      * kalite kontrolunde bekleyen ya da reddedilen miktar
      * politikadan bagimsiz olarak satilamaz, onayla da gecilmez.
      * son kullanma tarihi takipli kalemde suresi gecmis lotlar
      * da ayni sekilde bloke sayilir
       PROCEDURE DIVISION USING G-ISTEK.
       BASLA.
           IF G-ISLEM = 'B'
              MOVE ZEROS TO TB-SAY BK-SAY
              GO BITIR.
           IF G-ISLEM = 'Y'
              PERFORM BELGE-NO-YAZ THRU BELGE-NO-YAZ-SON
              GO BITIR.
           MOVE ZEROS TO G-SONUC G-BAKIYE.
           PERFORM POLITIKA-BUL THRU POLITIKA-BUL-SON.
           OPEN INPUT STOK STOKADET STOKBOM.
           MOVE G-KATNO TO ST-KATNO.
           MOVE G-STNO TO ST-STNO.
           READ STOK INVALID KEY GO KAPAT.
           IF ST-HIZMET GO KAPAT.
           MOVE ZEROS TO K-SET-KATNO.
           MOVE SPACES TO K-SET-STNO.
           IF G-RECETE NOT = 'E' GO TEK-KALEM.
      * set kalemi: cikis bilesenlerden yapildigi icin denetim de
      * bilesen basinadir
           MOVE ZEROS TO RECETE-VAR.
           MOVE G-KATNO TO BOM-KATNO K-SET-KATNO.
           MOVE G-STNO TO BOM-STNO K-SET-STNO.
           MOVE ZEROS TO BOM-SIRA.
           START STOKBOM KEY IS NOT LESS THAN BOM-KEY
              INVALID KEY GO RECETE-SON.
       RECETE-OKU.
           READ STOKBOM NEXT AT END GO RECETE-SON.
           IF BOM-KATNO NOT = G-KATNO OR BOM-STNO NOT = G-STNO
              GO RECETE-SON.
           MOVE 1 TO RECETE-VAR.
           MOVE BOM-ES-KATNO TO K-KATNO.
           MOVE BOM-ES-STNO TO K-STNO.
           COMPUTE K-MIKTAR = G-MIKTAR * BOM-ADET.
           PERFORM KALEM-DENETLE THRU KALEM-DENETLE-SON.
           IF G-SONUC = 1 GO KAPAT.
           GO RECETE-OKU.
       RECETE-SON.
           IF RECETE-VAR = 1 GO KAPAT.
           MOVE ZEROS TO K-SET-KATNO.
           MOVE SPACES TO K-SET-STNO.
       TEK-KALEM.
           MOVE G-KATNO TO K-KATNO.
           MOVE G-STNO TO K-STNO.
           MOVE G-MIKTAR TO K-MIKTAR.
           PERFORM KALEM-DENETLE THRU KALEM-DENETLE-SON.
       KAPAT.
           CLOSE STOK STOKADET STOKBOM.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

       POLITIKA-BUL.
           MOVE 'S' TO POLITIKA.
           OPEN INPUT AYAR.
           IF ST-AYAR NOT = '00' GO POLITIKA-BUL-SON.
           MOVE 50 TO AY-TIP.
           MOVE G-DEPONO TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE ZEROS TO AY-DEPONO
                 READ AYAR
                    INVALID KEY MOVE SPACES TO AY-YAZPORT
                 END-READ
           END-READ.
           CLOSE AYAR.
           IF AY-YAZPORT(1:1) = 'U' OR AY-YAZPORT(1:1) = 'E'
              MOVE AY-YAZPORT(1:1) TO POLITIKA.
       POLITIKA-BUL-SON.

       KALEM-DENETLE.
           MOVE K-KATNO TO ST-KATNO.
           MOVE K-STNO TO ST-STNO.
           READ STOK INVALID KEY GO KALEM-DENETLE-SON.
           IF ST-HIZMET GO KALEM-DENETLE-SON.
           PERFORM TABLO-BUL THRU TABLO-BUL-SON.
           PERFORM KALITE-DENETLE THRU KALITE-DENETLE-SON.
           IF G-SONUC = 1 GO KALEM-DENETLE-SON.
           PERFORM SKT-DENETLE THRU SKT-DENETLE-SON.
           IF G-SONUC = 1 GO KALEM-DENETLE-SON.
           IF POLITIKA-SERBEST GO KALEM-DENETLE-GECTI.
           PERFORM DEPO-BAKIYE-BUL THRU DEPO-BAKIYE-BUL-SON.
           MOVE K-BAKIYE TO G-BAKIYE.
           COMPUTE K-KALAN = K-BAKIYE - TB-ONCEKI - K-MIKTAR.
           IF K-KALAN < ZEROS
              MOVE 'D' TO K-SEVIYE
              PERFORM EKSIK-ISLE THRU EKSIK-ISLE-SON
              IF G-SONUC = 1 GO KALEM-DENETLE-SON END-IF
           END-IF.
           IF NOT ST-LOT-TAKIPLI GO KALEM-DENETLE-GECTI.
           PERFORM LOT-BAKIYE-BUL THRU LOT-BAKIYE-BUL-SON.
           IF LOT-VAR = 0 GO KALEM-DENETLE-GECTI.
           COMPUTE K-KALAN = K-BAKIYE - TB-ONCEKI - K-MIKTAR.
           IF K-KALAN < ZEROS
              MOVE 'L' TO K-SEVIYE
              PERFORM EKSIK-ISLE THRU EKSIK-ISLE-SON
              IF G-SONUC = 1 GO KALEM-DENETLE-SON END-IF
           END-IF.
       KALEM-DENETLE-GECTI.
           IF TI > ZEROS ADD K-MIKTAR TO TB-MIKTAR(TI).
       KALEM-DENETLE-SON.

      * kontroldeki ve red bolmesindeki miktar depo bakiyesinden
      * dusuldukten sonra cikis karsilanmiyorsa kalem reddedilir
       KALITE-DENETLE.
           CALL 'KALBUL' USING K-KATNO K-STNO G-DEPONO
              K-KONTROL K-RED.
           CANCEL 'KALBUL'.
           IF G-KALITE = 'R' MOVE ZEROS TO K-RED.
           COMPUTE K-BLOKE = K-KONTROL + K-RED.
           IF K-BLOKE NOT > ZEROS GO KALITE-DENETLE-SON.
           PERFORM DEPO-BAKIYE-BUL THRU DEPO-BAKIYE-BUL-SON.
           MOVE K-BAKIYE TO G-BAKIYE.
           COMPUTE K-KALAN = K-BAKIYE - K-BLOKE - TB-ONCEKI
              - K-MIKTAR.
           IF K-KALAN NOT < ZEROS GO KALITE-DENETLE-SON.
           MOVE 1 TO G-SONUC.
           MOVE 'K' TO K-SEVIYE.
           MOVE 'R' TO K-TUR.
           MOVE SPACES TO T-NAME.
           PERFORM IZ-YAZ THRU IZ-YAZ-SON.
           IF G-SESSIZ = 1 GO KALITE-DENETLE-SON.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           PERFORM VARYING F FROM 13 BY 1 UNTIL F > 22
              DISPLAY SPACES LINE F POSITION 20 SIZE 60
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
           END-PERFORM.
           DISPLAY 'KALITE KONTROLUNDEKI MAL SATILAMAZ !!!' LINE 14
              POSITION 22 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           DISPLAY 'STOK     :' LINE 15 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              K-KATNO LINE 15 POSITION 33 '/' K-STNO.
           DISPLAY 'DEPO     :' LINE 16 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              G-DEPONO LINE 16 POSITION 33.
           COMPUTE Z-BAKIYE = K-BAKIYE - TB-ONCEKI.
           DISPLAY 'ELDEKI   :' LINE 17 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              Z-BAKIYE LINE 17 POSITION 33.
           MOVE K-BLOKE TO Z-BAKIYE.
           DISPLAY 'KONTROLDE:' LINE 18 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              Z-BAKIYE LINE 18 POSITION 33.
           MOVE K-MIKTAR TO Z-MIKTAR.
           DISPLAY 'CIKACAK  :' LINE 19 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              Z-MIKTAR LINE 19 POSITION 33.
           DISPLAY 'DEVAM ICIN ENTER :' LINE 21 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE SPACE TO E-CEVAP.
           ACCEPT E-CEVAP LINE 21 POSITION 41 UPDATE
              CONTROL 'BCOLOR=WHITE, FCOLOR=BLACK'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
       KALITE-DENETLE-SON.

      * suresi gecmis lot verilmisse ya da depodaki gecmis lotlar
      * (ve kalite blokesi) dusulunce cikis karsilanmiyorsa kalem
      * reddedilir. saticiya iadede (G-MIAD E) denetim yapilmaz
       SKT-DENETLE.
           IF NOT ST-SKT-TAKIPLI OR G-MIAD = 'E'
              GO SKT-DENETLE-SON.
           PERFORM MIAD-BUL THRU MIAD-BUL-SON.
           IF K-MIAD NOT > ZEROS GO SKT-DENETLE-SON.
           PERFORM DEPO-BAKIYE-BUL THRU DEPO-BAKIYE-BUL-SON.
           MOVE K-BAKIYE TO G-BAKIYE.
           IF LOT-GECMIS = 1 GO SKT-RED.
           COMPUTE K-KALAN = K-BAKIYE - K-BLOKE - K-MIAD - TB-ONCEKI
              - K-MIKTAR.
           IF K-KALAN NOT < ZEROS GO SKT-DENETLE-SON.
       SKT-RED.
           MOVE 1 TO G-SONUC.
           MOVE 'S' TO K-SEVIYE.
           MOVE 'R' TO K-TUR.
           MOVE SPACES TO T-NAME.
           PERFORM IZ-YAZ THRU IZ-YAZ-SON.
           IF G-SESSIZ = 1 GO SKT-DENETLE-SON.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           PERFORM VARYING F FROM 13 BY 1 UNTIL F > 22
              DISPLAY SPACES LINE F POSITION 20 SIZE 60
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
           END-PERFORM.
           DISPLAY 'SURESI GECMIS LOT SATILAMAZ !!!' LINE 14
              POSITION 22 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           DISPLAY 'STOK     :' LINE 15 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              K-KATNO LINE 15 POSITION 33 '/' K-STNO.
           DISPLAY 'DEPO     :' LINE 16 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              G-DEPONO LINE 16 POSITION 33.
           IF G-LOTNO NOT = SPACES
              DISPLAY 'LOT:' LINE 16 POSITION 39
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
                 G-LOTNO LINE 16 POSITION 44 SIZE 30.
           COMPUTE Z-BAKIYE = K-BAKIYE - TB-ONCEKI.
           DISPLAY 'ELDEKI   :' LINE 17 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              Z-BAKIYE LINE 17 POSITION 33.
           MOVE K-MIAD TO Z-BAKIYE.
           DISPLAY 'GECMIS   :' LINE 18 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              Z-BAKIYE LINE 18 POSITION 33.
           MOVE K-MIKTAR TO Z-MIKTAR.
           DISPLAY 'CIKACAK  :' LINE 19 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              Z-MIKTAR LINE 19 POSITION 33.
           DISPLAY 'DEVAM ICIN ENTER :' LINE 21 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE SPACE TO E-CEVAP.
           ACCEPT E-CEVAP LINE 21 POSITION 41 UPDATE
              CONTROL 'BCOLOR=WHITE, FCOLOR=BLACK'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
       SKT-DENETLE-SON.

      * depodaki (deposu bilinmeyenler dahil) suresi gecmis lot
      * adedi; verilen lot gecmisse LOT-GECMIS 1 olur
       MIAD-BUL.
           MOVE ZEROS TO K-MIAD LOT-GECMIS.
           ACCEPT BUGUN FROM CENTURY-DATE.
           OPEN INPUT LOTSER.
           IF ST-LOTSER NOT = '00' GO MIAD-BUL-SON.
           MOVE K-KATNO TO LS-KATNO.
           MOVE K-STNO TO LS-STNO.
           MOVE ZEROS TO LS-SIRA.
           START LOTSER KEY IS NOT LESS THAN LS-KEY
              INVALID KEY GO MIAD-KAPAT.
       MIAD-OKU.
           READ LOTSER NEXT AT END GO MIAD-KAPAT.
           IF LS-KATNO NOT = K-KATNO OR LS-STNO NOT = K-STNO
              GO MIAD-KAPAT.
           IF NOT LS-DEPODA GO MIAD-OKU.
           IF LS-DEPONO NOT = ZEROS AND LS-DEPONO NOT = G-DEPONO
              GO MIAD-OKU.
           IF LS-SKT = ZEROS OR LS-SKT NOT < BUGUN GO MIAD-OKU.
           ADD 1 TO K-MIAD.
           IF G-LOTNO NOT = SPACES AND LS-SERINO = G-LOTNO
              MOVE 1 TO LOT-GECMIS.
           GO MIAD-OKU.
       MIAD-KAPAT.
           CLOSE LOTSER.
       MIAD-BUL-SON.

      * tablo doluysa birikim izlenmez (TI sifir)
       TABLO-BUL.
           MOVE ZEROS TO TB-ONCEKI.
           PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > TB-SAY
                OR (TB-KATNO(TI) = K-KATNO AND TB-STNO(TI) = K-STNO
                    AND TB-DEPONO(TI) = G-DEPONO
                    AND TB-LOTNO(TI) = G-LOTNO)
                CONTINUE
           END-PERFORM.
           IF TI NOT > TB-SAY
              MOVE TB-MIKTAR(TI) TO TB-ONCEKI
              GO TABLO-BUL-SON.
           IF TB-SAY = 200
              MOVE ZEROS TO TI
              GO TABLO-BUL-SON.
           ADD 1 TO TB-SAY.
           MOVE TB-SAY TO TI.
           MOVE K-KATNO TO TB-KATNO(TI).
           MOVE K-STNO TO TB-STNO(TI).
           MOVE G-DEPONO TO TB-DEPONO(TI).
           MOVE G-LOTNO TO TB-LOTNO(TI).
           MOVE ZEROS TO TB-MIKTAR(TI).
       TABLO-BUL-SON.

      * deponun en son yili: devirden sonra acilis satiri o yila
      * yazildigi icin yil bakiyesi deponun eldeki miktaridir
       DEPO-BAKIYE-BUL.
           MOVE ZEROS TO K-BAKIYE K-YIL.
           MOVE K-KATNO TO STA-KATNO.
           MOVE K-STNO TO STA-STNO.
           MOVE G-DEPONO TO STA-DEPONO.
           MOVE 9999 TO STA-YIL.
           MOVE 99999 TO STA-SIRA.
           START STOKADET KEY IS NOT GREATER THAN STA-KEY
              INVALID KEY GO DEPO-BAKIYE-BUL-SON.
       DEPO-BAKIYE-OKU.
           READ STOKADET PREVIOUS AT END GO DEPO-BAKIYE-BUL-SON.
           IF STA-KATNO NOT = K-KATNO OR STA-STNO NOT = K-STNO
              OR STA-DEPONO NOT = G-DEPONO
              GO DEPO-BAKIYE-BUL-SON.
           IF K-YIL = ZEROS MOVE STA-YIL TO K-YIL.
           IF STA-YIL NOT = K-YIL GO DEPO-BAKIYE-BUL-SON.
           COMPUTE K-BAKIYE = K-BAKIYE + STA-GIR - STA-CIK.
           GO DEPO-BAKIYE-OKU.
       DEPO-BAKIYE-BUL-SON.

      * eldeki (D) seri/lot kayitlari sayilir; lot verilmisse
      * yalniz o lot. seri dosyasi yoksa lot denetimi yapilmaz
       LOT-BAKIYE-BUL.
           MOVE ZEROS TO K-BAKIYE LOT-VAR.
           OPEN INPUT LOTSER.
           IF ST-LOTSER NOT = '00' GO LOT-BAKIYE-BUL-SON.
           MOVE 1 TO LOT-VAR.
           MOVE K-KATNO TO LS-KATNO.
           MOVE K-STNO TO LS-STNO.
           MOVE ZEROS TO LS-SIRA.
           START LOTSER KEY IS NOT LESS THAN LS-KEY
              INVALID KEY GO LOT-BAKIYE-KAPAT.
       LOT-BAKIYE-OKU.
           READ LOTSER NEXT AT END GO LOT-BAKIYE-KAPAT.
           IF LS-KATNO NOT = K-KATNO OR LS-STNO NOT = K-STNO
              GO LOT-BAKIYE-KAPAT.
           IF NOT LS-DEPODA GO LOT-BAKIYE-OKU.
           IF G-LOTNO NOT = SPACES AND LS-SERINO NOT = G-LOTNO
              GO LOT-BAKIYE-OKU.
           ADD 1 TO K-BAKIYE.
           GO LOT-BAKIYE-OKU.
       LOT-BAKIYE-KAPAT.
           CLOSE LOTSER.
       LOT-BAKIYE-BUL-SON.

       EKSIK-ISLE.
           IF G-SESSIZ = 1 AND POLITIKA-UYAR
              MOVE 'U' TO K-TUR
              MOVE SPACES TO T-NAME
              PERFORM IZ-YAZ THRU IZ-YAZ-SON
              GO EKSIK-ISLE-SON.
           IF G-SESSIZ = 1
              MOVE 1 TO G-SONUC
              MOVE 'R' TO K-TUR
              MOVE SPACES TO T-NAME
              PERFORM IZ-YAZ THRU IZ-YAZ-SON
              GO EKSIK-ISLE-SON.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           PERFORM VARYING F FROM 13 BY 1 UNTIL F > 22
              DISPLAY SPACES LINE F POSITION 20 SIZE 60
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
           END-PERFORM.
           IF K-SEVIYE = 'L'
              DISPLAY 'SERI/LOT STOGU YETERSIZ !!!' LINE 14
                 POSITION 22 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
           ELSE
              DISPLAY 'DEPODA YETERLI STOK YOK !!!' LINE 14
                 POSITION 22 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
           END-IF.
           DISPLAY 'STOK     :' LINE 15 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              K-KATNO LINE 15 POSITION 33 '/' K-STNO.
           IF K-SET-STNO NOT = SPACES
              DISPLAY 'SET      :' LINE 16 POSITION 22
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
                 K-SET-KATNO LINE 16 POSITION 33 '/' K-SET-STNO.
           DISPLAY 'DEPO     :' LINE 17 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              G-DEPONO LINE 17 POSITION 33.
           IF K-SEVIYE = 'L' AND G-LOTNO NOT = SPACES
              DISPLAY 'LOT:' LINE 17 POSITION 39
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
                 G-LOTNO LINE 17 POSITION 44 SIZE 30.
           COMPUTE Z-BAKIYE = K-BAKIYE - TB-ONCEKI.
           MOVE K-MIKTAR TO Z-MIKTAR.
           DISPLAY 'ELDEKI   :' LINE 18 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              Z-BAKIYE LINE 18 POSITION 33.
           DISPLAY 'CIKACAK  :' LINE 19 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              Z-MIKTAR LINE 19 POSITION 33.
           IF POLITIKA-ENGELLE GO EKSIK-ONAY.
           DISPLAY 'DEVAM EDILSIN MI (E/H) :' LINE 21 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 'H' TO E-CEVAP.
           ACCEPT E-CEVAP LINE 21 POSITION 47 UPDATE
              CONTROL 'BCOLOR=WHITE, FCOLOR=BLACK'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR (E-CEVAP NOT = 'E' AND E-CEVAP NOT = 'e')
              MOVE 1 TO G-SONUC
              GO EKSIK-KAPAT.
           MOVE 'U' TO K-TUR.
           MOVE SPACES TO T-NAME.
           PERFORM IZ-YAZ THRU IZ-YAZ-SON.
           GO EKSIK-KAPAT.
      * engelde yetkili kullanici adi ve sifresi istenir
       EKSIK-ONAY.
           MOVE 1 TO G-SONUC.
           DISPLAY 'DEVAM ICIN YETKILI ONAYI GEREKIR' LINE 20
              POSITION 22 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           DISPLAY 'YETKILI  :' LINE 21 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE SPACES TO T-NAME.
           ACCEPT T-NAME LINE 21 POSITION 33 UPDATE
              CONTROL 'BCOLOR=WHITE, FCOLOR=BLACK'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR T-NAME = SPACES GO EKSIK-KAPAT.
           DISPLAY 'SIFRE    :' LINE 22 POSITION 22
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE SPACES TO T-PASS.
           ACCEPT T-PASS LINE 22 POSITION 33 UPDATE OFF
              CONTROL 'BCOLOR=WHITE, FCOLOR=BLACK'.
           OPEN INPUT USERS.
           MOVE T-NAME TO US-NAME.
           READ USERS
              INVALID KEY CLOSE USERS GO EKSIK-KAPAT.
           CLOSE USERS.
           IF US-KILITLI GO EKSIK-KAPAT.
           MOVE T-PASS TO SF-GIRILEN.
           PERFORM SIFRE-DOGRULA THRU SIFRE-DOGRULA-SON.
           IF SF-DOGRU = 0 GO EKSIK-KAPAT.
           IF US-ACTIVE = 0 GO EKSIK-KAPAT.
      * yetkilinin EKSISTOK kodunda acikca verilmis yazma yetkisi
      * olmali; kaydi olmayan kullanici onay veremez
           OPEN INPUT USERACCESS.
           MOVE T-NAME TO UA-NAME.
           MOVE 'EKSISTOK' TO UA-CODE.
           READ USERACCESS
              INVALID KEY MOVE '0' TO UA-WRITE.
           CLOSE USERACCESS.
           IF UA-WRITE = '0' OR UA-WRITE = SPACE GO EKSIK-KAPAT.
           MOVE ZEROS TO G-SONUC.
           MOVE 'A' TO K-TUR.
           PERFORM IZ-YAZ THRU IZ-YAZ-SON.
       EKSIK-KAPAT.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
       EKSIK-ISLE-SON.

       IZ-YAZ.
           PERFORM OTURUM-OKU.
           OPEN I-O EKSILOG.
           IF ST-EKSILOG = '35'
              OPEN OUTPUT EKSILOG CLOSE EKSILOG
              OPEN I-O EKSILOG.
           IF ST-EKSILOG NOT = '00' GO IZ-YAZ-SON.
           INITIALIZE EL-KAYIT.
           ACCEPT EL-TARIH FROM CENTURY-DATE.
           ACCEPT EL-SAAT FROM TIME.
           MOVE ZEROS TO EL-SIRA.
           MOVE K-TUR TO EL-TUR.
           MOVE K-SEVIYE TO EL-SEVIYE.
           MOVE OT-KULLANICI-ADI TO EL-KULLANICI.
           MOVE T-NAME TO EL-ONAYLAYAN.
           MOVE G-PROGRAM TO EL-PROGRAM.
           MOVE G-EVRAKTIP TO EL-EVRAKTIP.
           MOVE G-EVRAKNO TO EL-EVRAKNO.
           MOVE G-DEPONO TO EL-DEPONO.
           MOVE K-KATNO TO EL-KATNO.
           MOVE K-STNO TO EL-STNO.
           MOVE K-SET-KATNO TO EL-SET-KATNO.
           MOVE K-SET-STNO TO EL-SET-STNO.
           MOVE G-LOTNO TO EL-LOTNO.
           MOVE K-MIKTAR TO EL-MIKTAR.
           COMPUTE EL-BAKIYE = K-BAKIYE - TB-ONCEKI.
       IZ-YAZ-DENE.
           PERFORM WRITE-EKSILOG.
           IF WVAR = 0 ADD 1 TO EL-SIRA GO IZ-YAZ-DENE.
           CLOSE EKSILOG.
           IF G-EVRAKNO = SPACES AND BK-SAY < 50
              ADD 1 TO BK-SAY
              MOVE EL-KEY TO BK-KEY(BK-SAY).
       IZ-YAZ-SON.

      * numara postalama sirasinda alinan belgelerde iz kaydi
      * numarasiz yazilir, belge yazilinca numara islenir
       BELGE-NO-YAZ.
           IF BK-SAY = ZEROS GO BELGE-NO-YAZ-SON.
           OPEN I-O EKSILOG.
           IF ST-EKSILOG NOT = '00'
              MOVE ZEROS TO BK-SAY
              GO BELGE-NO-YAZ-SON.
           PERFORM BELGE-NO-KAYIT THRU BELGE-NO-KAYIT-SON
              VARYING BI FROM 1 BY 1 UNTIL BI > BK-SAY.
           CLOSE EKSILOG.
           MOVE ZEROS TO BK-SAY.
       BELGE-NO-YAZ-SON.

       BELGE-NO-KAYIT.
           MOVE BK-KEY(BI) TO EL-KEY.
           READ EKSILOG INVALID KEY GO BELGE-NO-KAYIT-SON.
           MOVE G-EVRAKTIP TO EL-EVRAKTIP.
           MOVE G-EVRAKNO TO EL-EVRAKNO.
           PERFORM REWRITE-EKSILOG.
       BELGE-NO-KAYIT-SON.

       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==EKSILOG==
                                  "%T%"  BY "EKSILOG"
                                 ==%R%== BY ==EL-KAYIT==.
       copy 'sifre.per'.
