       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'STAYKUR'.
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
       copy 'hareket.cpy'.
       copy 'stokay.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'stokadet.cpz'.
       copy 'hareket.cpz'.
       copy 'stokay.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 OTOMATIK          PIC 9.
           02 CEVAP             PIC X.
           02 SAYAC-ADET        PIC 9(9).
           02 SAYAC-SATIS       PIC 9(9).
           02 Z-SAYAC           PIC Z(8)9.
           02 H-TARIH.
               03 H-YIL             PIC 9999.
               03 H-AY              PIC 99.
               03 H-GUN             PIC 99.
       copy 'stayg.var'.
       copy 'status.cpy'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
      * aylik hareket ozeti (STOKAY) canli STOKADET ve satis
      * faturalarindan bastan kurulur. ilk kurulumda, KONTROL
      * cok sayida tutarsizlik bulunca ya da maliyetler yeniden
      * degerlenmek istenince calistirilir. gece toplu isinden
      * parametreyle cagrilirsa ekransiz ve onaysiz kosar
       START-PROGRAM.
           MOVE ZEROS TO OTOMATIK SAYAC-ADET SAYAC-SATIS.
           IF MAIN-ARGUMENT-SIZE > ZEROS MOVE 1 TO OTOMATIK.
           IF OTOMATIK = 1 GO KUR.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 14
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 68 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 70
              ' AYLIK STOK HAREKET OZETI YENIDEN KURULUMU '
              LINE 2 POSITION 2.
           DISPLAY SPACES LINE 16 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' ESC ' 'CIKIS' REVERSE.
           DISPLAY 'OZET DOSYA SILINIP DETAYDAN KURULACAK (E/H) :'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       ONAY-AL.
           MOVE 'H' TO CEVAP.
           ACCEPT CEVAP LINE 4 POSITION 49 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF CEVAP = 'H' GO STOP-PROGRAM.
           IF CEVAP NOT = 'E' GO ONAY-AL.
           DISPLAY 'KURULUYOR...' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       KUR.
           OPEN OUTPUT STOKAY.
           CLOSE STOKAY.
           OPEN I-O STOKAY.
           OPEN INPUT STOK STOKADET HAREKET-SICIL HAREKET-DETAY.
           PERFORM ADET-KUR THRU ADET-KUR-SON.
           PERFORM SATIS-KUR THRU SATIS-KUR-SON.
           CLOSE STOKAY STOK STOKADET HAREKET-SICIL HAREKET-DETAY.
           IF OTOMATIK = 1 GO STOP-PROGRAM.
           MOVE SAYAC-ADET TO Z-SAYAC.
           DISPLAY 'STOK HAREKETI   :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 8 POSITION 20.
           MOVE SAYAC-SATIS TO Z-SAYAC.
           DISPLAY 'SATIS SATIRI    :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 9 POSITION 20.
           DISPLAY 'KURULUM TAMAMLANDI' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       SON-TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           GO SON-TUS.
       STOP-PROGRAM.
           IF OTOMATIK = ZEROS
              MOVE WCB TO NESTED-WCB (1)
              DISPLAY NESTED-WCB (1)
                 LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'
           END-IF.
           EXIT PROGRAM.
           STOP RUN.

      * tum STOKADET satirlari - devir (sira 0) ay 00 a gider
       ADET-KUR.
           MOVE LOW-VALUES TO STA-KEY.
           START STOKADET KEY IS NOT LESS THAN STA-KEY
              INVALID KEY GO ADET-KUR-SON.
       ADET-OKU.
           READ STOKADET NEXT AT END GO ADET-KUR-SON.
           MOVE STA-KATNO TO AYG-KATNO.
           MOVE STA-STNO TO AYG-STNO.
           MOVE STA-DEPONO TO AYG-DEPONO.
           MOVE STA-YIL TO AYG-YIL.
           MOVE STA-AY TO AYG-AY.
           MOVE STA-GUN TO AYG-GUN.
           IF STA-SIRA = ZEROS MOVE ZEROS TO AYG-AY AYG-GUN.
           MOVE STA-GIR TO AYG-GIR.
           MOVE STA-CIK TO AYG-CIK.
           MOVE ZEROS TO AYG-SATIS-ADET AYG-SATIS.
           PERFORM OZET-EKLE THRU OZET-EKLE-SON.
           ADD 1 TO SAYAC-ADET.
           GO ADET-OKU.
       ADET-KUR-SON.

      * iptal edilmemis satis faturalarinin (tip 1/3) satirlari
       SATIS-KUR.
           MOVE ZEROS TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
              INVALID KEY GO SATIS-KUR-SON.
       SATIS-EVRAK-OKU.
           READ HAREKET-SICIL NEXT AT END GO SATIS-KUR-SON.
           IF HS-TIP NOT = 1 AND HS-TIP NOT = 3 GO SATIS-EVRAK-OKU.
           IF HS-SONUC = 9 GO SATIS-EVRAK-OKU.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO SATIS-EVRAK-OKU.
       SATIS-DETAY-OKU.
           READ HAREKET-DETAY NEXT AT END GO SATIS-EVRAK-OKU.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO SATIS-EVRAK-OKU.
           MOVE HD-KATNO TO AYG-KATNO.
           MOVE HD-STNO TO AYG-STNO.
           MOVE HS-DEPONO TO AYG-DEPONO.
           MOVE HS-FYIL TO AYG-YIL.
           MOVE HS-FAY TO AYG-AY.
           MOVE HS-FGUN TO AYG-GUN.
           MOVE ZEROS TO AYG-GIR AYG-CIK.
           COMPUTE AYG-ISK1 = HD-FIYAT * HD-ISKONTO1 / 100.
           COMPUTE AYG-ISK2 = (HD-FIYAT - AYG-ISK1) * HD-ISKONTO2 / 100.
           COMPUTE AYG-SATIS ROUNDED =
              (HD-FIYAT - AYG-ISK1 - AYG-ISK2) * HD-ADET.
           MOVE HD-ADET TO AYG-SATIS-ADET.
           PERFORM OZET-EKLE THRU OZET-EKLE-SON.
           ADD 1 TO SAYAC-SATIS.
           GO SATIS-DETAY-OKU.
       SATIS-KUR-SON.

      * STAYGUN ile ayni birikim - dosya acik tutularak
       OZET-EKLE.
           MOVE AYG-KATNO TO STY-KATNO.
           MOVE AYG-STNO TO STY-STNO.
           MOVE AYG-DEPONO TO STY-DEPONO.
           MOVE AYG-YIL TO STY-YIL.
           MOVE AYG-AY TO STY-AY.
           READ STOKAY
              INVALID KEY
                 MOVE AYG-KATNO TO STY-KATNO
                 MOVE AYG-STNO TO STY-STNO
                 MOVE AYG-DEPONO TO STY-DEPONO
                 MOVE AYG-YIL TO STY-YIL
                 MOVE AYG-AY TO STY-AY
                 MOVE ZEROS TO STY-GIR STY-CIK STY-SATIS-ADET
                    STY-SATIS STY-MALIYET STY-SON-TARIH STY-SON-CIKIS
                 WRITE STY-KAYIT END-WRITE.
           ADD AYG-GIR TO STY-GIR.
           ADD AYG-CIK TO STY-CIK.
           ADD AYG-SATIS-ADET TO STY-SATIS-ADET.
           ADD AYG-SATIS TO STY-SATIS.
           IF AYG-SATIS-ADET NOT = ZEROS
              MOVE AYG-KATNO TO ST-KATNO
              MOVE AYG-STNO TO ST-STNO
              READ STOK
                 NOT INVALID KEY
                    COMPUTE STY-MALIYET ROUNDED = STY-MALIYET
                       + AYG-SATIS-ADET * ST-MALIYET
              END-READ
           END-IF.
           MOVE AYG-YIL TO H-YIL.
           MOVE AYG-AY TO H-AY.
           MOVE AYG-GUN TO H-GUN.
           IF AYG-AY NOT = ZEROS
              IF (AYG-GIR > ZEROS OR AYG-CIK > ZEROS)
                 AND H-TARIH > STY-SON-TARIH
                 MOVE H-TARIH TO STY-SON-TARIH
              END-IF
              IF AYG-CIK > ZEROS AND H-TARIH > STY-SON-CIKIS
                 MOVE H-TARIH TO STY-SON-CIKIS
              END-IF
           END-IF.
           REWRITE STY-KAYIT INVALID KEY CONTINUE
           END-REWRITE.
       OZET-EKLE-SON.
