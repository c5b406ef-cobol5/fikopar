       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'RFMSEG'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'rfmseg.cpy'.
       copy 'hareket.cpy'.
       copy 'sicil.cpy'.
       copy 'siciltel.cpy'.
       copy 'sicilkod.cpy'.
       copy 'tipkod.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'rfmseg.cpz'.
       copy 'hareket.cpz'.
       copy 'sicil.cpz'.
       copy 'siciltel.cpz'.
       copy 'sicilkod.cpz'.
       copy 'tipkod.cpz'.
      * bolum 1 hesap toplami, 2 son 12 ay net tutara gore sira
      * (buyuk tutar once)
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-BOLUM              PIC 9.
               03 TP-ANAHTAR            PIC X(31).
               03 TP-SIRALI REDEFINES TP-ANAHTAR.
                   04 TP-SIRA-DEGER     PIC 9(14)V99.
                   04 TP-SIRA-HESAP     PIC X(15).
           02 TP-HESAPNO                PIC X(15).
           02 TP-VERI.
               03 TP-ILK-VT             PIC 9(7)V99.
               03 TP-SON-VT             PIC 9(7)V99.
               03 TP-ILK-TARIH.
                   04 TP-IYIL           PIC 9999.
                   04 TP-IAY            PIC 99.
                   04 TP-IGUN           PIC 99.
               03 TP-SON-TARIH.
                   04 TP-SYIL           PIC 9999.
                   04 TP-SAY            PIC 99.
                   04 TP-SGUN           PIC 99.
               03 TP-SAYI               PIC 9(5).
               03 TP-TOPLAM-SAYI        PIC 9(7).
               03 TP-TUTAR              PIC S9(13)V99.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(200).
       WORKING-STORAGE SECTION.
      * son 12 ay penceresi (gun) ve ilk N secimi varsayilani
       77 PENCERE-GUN           PIC 9(3) VALUE 365.
       77 VARSAYILAN-ILK        PIC 9(5) VALUE 50.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 OTOMATIK          PIC 9.
           02 E-ONAY            PIC X.
           02 E-SEGMENT         PIC 99.
           02 E-ILK             PIC 9(5).
           02 E-KONU            PIC X(15).
           02 E-HESAPNO         PIC X(15).
           02 T-KOD             PIC 9999.
           02 I                 PIC 99.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-SAYI            PIC Z(6)9.
           02 Z-SAYI2           PIC Z(6)9.
           02 Z-GUN             PIC Z(4)9.
           02 Z-KOD             PIC ZZZ9.
           02 Z-SEG             PIC Z9.
           02 X-TUTAR           PIC -(12)9,99.
       01 RFM-DEGIS.
           02 VT-BUGUN          PIC 9(7)V99.
           02 VT-EVRAK          PIC 9(7)V99.
           02 L-GUN             PIC S9(7).
           02 H-R               PIC 9.
           02 H-F               PIC 9.
           02 H-M               PIC 9.
           02 H-SEGMENT         PIC 99.
           02 H-SIRA            PIC 9(7).
           02 H-ORAN            PIC 9(3).
           02 ALICI-SAYI        PIC 9(7).
           02 ISLENEN           PIC 9(7).
           02 DUSEN             PIC 9(7).
           02 SILINEN           PIC 9(7).
           02 ETIKETLENEN       PIC 9(7).
           02 GONDERILEN        PIC 9(7).
           02 TELSIZ            PIC 9(7).
           02 UYAR              PIC 9.
           02 DONEM-VAR         PIC 9.
           02 I-NET             PIC S9(13)V99.
           02 I-ISK1            PIC 9(12)V99999999.
           02 I-ISK2            PIC 9(12)V99999999.
           02 E-NET             PIC S9(13)V99.
           02 ONCEKI-DONEM.
               03 O-YIL             PIC 9999.
               03 O-AY              PIC 99.
           02 SON-DONEM.
               03 S-YIL             PIC 9999.
               03 S-AY              PIC 99.
       01 SEGMENT-SAYAC.
           02 SG-SAYI           PIC 9(7) OCCURS 8 TIMES.
           02 SG-DUSEN          PIC 9(7) OCCURS 8 TIMES.
           02 SG-TUTAR          PIC S9(13)V99 OCCURS 8 TIMES.
       01 BILDIRIM-DEGIS.
           02 V-CEP             PIC 9(10).
           02 B-CEP             PIC 9(12).
       01 SMS-PARAM.
           02 SMS-PROGRAM       PIC X(10).
           02 FILLER            PIC X VALUE SPACE.
           02 SMS-TEL           PIC 9(12).
           02 FILLER            PIC X VALUE SPACE.
           02 SMS-KONU          PIC X(15).
       01 BILGI.
           02 B-HESAPNO             PIC X(15).
           02 FILLER                PIC X VALUE ' '.
           02 B-ADI                 PIC X(20).
           02 FILLER                PIC X VALUE ' '.
           02 B-ONCEKI              PIC X(12).
           02 FILLER                PIC X VALUE ' '.
           02 B-YENI                PIC X(12).
           02 FILLER                PIC X VALUE ' '.
           02 B-RFM                 PIC X(3).
           02 FILLER                PIC X VALUE ' '.
           02 B-TUTAR               PIC -(9)9,99.
       copy 'rfmseg.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
      * gece isinden parametreyle cagrilirsa bu ayin segmentleri
      * hesaplanir ve segmenti dusen musteriler CSV ye yazilir;
      * ekrandan ozet, liste, etiketleme ve SMS yapilir
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > ZEROS MOVE 1 TO OTOMATIK.
           ACCEPT BUGUN FROM CENTURY-DATE.
           IF OTOMATIK = 1
              PERFORM HESAPLA THRU HESAPLA-SON
              PERFORM DUSEN-LISTE THRU DUSEN-LISTE-SON
              GO STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 82 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 84
              ' MUSTERI SEGMENTLERI (RFM) ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'HESAPLA' REVERSE
              ' F2 ' 'OZET' REVERSE
              ' F3 ' 'SEGMENTI DUSENLER' REVERSE
              ' F4 ' 'ETIKETLE' REVERSE
              ' F5 ' 'SMS' REVERSE
              ' F6 ' 'MUSTERI GECMISI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM HESAPLA THRU HESAPLA-SON GO TUS.
           IF F = 2 PERFORM OZET THRU OZET-SON GO TUS.
           IF F = 3 PERFORM DUSEN-LISTE THRU DUSEN-LISTE-SON GO TUS.
           IF F = 4 PERFORM ETIKETLE THRU ETIKETLE-SON GO TUS.
           IF F = 5 PERFORM SMS-TOPLU THRU SMS-TOPLU-SON GO TUS.
           IF F = 6 PERFORM GECMIS THRU GECMIS-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           IF OTOMATIK = ZEROS
              MOVE WCB TO NESTED-WCB (1)
              DISPLAY NESTED-WCB (1)
                 LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'
           END-IF.
           EXIT PROGRAM.
           STOP RUN.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 81
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

      * satis faturalari (tip 1/3, iptaller haric) hesap hesap
      * toplanir: ilk/son alis, tum zamanlar ve son 12 ay fatura
      * sayisi, son 12 ay net tutar (musteri iadeleri 10/12
      * dusulur). sonra bu ayin satirlari bastan yazilir; ay
      * icinde her calisma ayin satirini yeniler, gecmis aylar
      * degismez
       HESAPLA.
           IF OTOMATIK = ZEROS
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON
              DISPLAY 'HESAPLANIYOR...' LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           COMPUTE VT-BUGUN = BU-GUN + BU-AY * 30,41 + BU-YIL * 365.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT HAREKET-SICIL HAREKET-DETAY.
           MOVE ZEROS TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
              INVALID KEY GO HESAPLA-SIRALA.
       HESAPLA-OKU.
           READ HAREKET-SICIL NEXT AT END GO HESAPLA-SIRALA.
           IF HS-SONUC = 9 GO HESAPLA-OKU.
           IF HS-HESAPNO = SPACES GO HESAPLA-OKU.
           IF HS-TIP NOT = 1 AND HS-TIP NOT = 3
              AND HS-TIP NOT = 10 AND HS-TIP NOT = 12
              GO HESAPLA-OKU.
           COMPUTE VT-EVRAK = HS-FGUN + HS-FAY * 30,41
              + HS-FYIL * 365.
           IF VT-EVRAK > VT-BUGUN MOVE VT-BUGUN TO VT-EVRAK.
           COMPUTE L-GUN = VT-BUGUN - VT-EVRAK.
           IF HS-TIP = 10 OR HS-TIP = 12
              IF L-GUN < PENCERE-GUN
                 PERFORM IADE-DUS THRU IADE-DUS-SON
              END-IF
              GO HESAPLA-OKU.
           PERFORM SATIS-EKLE THRU SATIS-EKLE-SON.
           GO HESAPLA-OKU.
       HESAPLA-SIRALA.
           CLOSE HAREKET-SICIL HAREKET-DETAY.
           PERFORM SIRA-YAZ THRU SIRA-YAZ-SON.
           PERFORM SEGMENTLE THRU SEGMENTLE-SON.
           CLOSE TEMPFILE.
           DELETE FILE TEMPFILE.
           IF OTOMATIK = ZEROS
              MOVE ISLENEN TO Z-SAYI
              MOVE DUSEN TO Z-SAYI2
              DISPLAY 'SEGMENTLENEN MUSTERI :' LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-SAYI LINE 6 POSITION 25
                 'SEGMENTI DUSEN       :' LINE 7 POSITION 2
                 Z-SAYI2 LINE 7 POSITION 25.
       HESAPLA-SON.

       SATIS-EKLE.
           MOVE 1 TO TP-BOLUM.
           MOVE HS-HESAPNO TO TP-ANAHTAR.
           PERFORM TP-OKU THRU TP-OKU-SON.
           ADD 1 TO TP-TOPLAM-SAYI.
           IF TP-TOPLAM-SAYI = 1 OR VT-EVRAK < TP-ILK-VT
              MOVE VT-EVRAK TO TP-ILK-VT
              MOVE HS-FYIL TO TP-IYIL
              MOVE HS-FAY TO TP-IAY
              MOVE HS-FGUN TO TP-IGUN.
           IF VT-EVRAK > TP-SON-VT
              MOVE VT-EVRAK TO TP-SON-VT
              MOVE HS-FYIL TO TP-SYIL
              MOVE HS-FAY TO TP-SAY
              MOVE HS-FGUN TO TP-SGUN.
           IF L-GUN < PENCERE-GUN
              ADD 1 TO TP-SAYI
              PERFORM EVRAK-NET THRU EVRAK-NET-SON
              ADD E-NET TO TP-TUTAR.
           REWRITE TP-KAYIT.
       SATIS-EKLE-SON.

       IADE-DUS.
           MOVE 1 TO TP-BOLUM.
           MOVE HS-HESAPNO TO TP-ANAHTAR.
           PERFORM TP-OKU THRU TP-OKU-SON.
           PERFORM EVRAK-NET THRU EVRAK-NET-SON.
           SUBTRACT E-NET FROM TP-TUTAR.
           REWRITE TP-KAYIT.
       IADE-DUS-SON.

       TP-OKU.
           READ TEMPFILE
              INVALID KEY
                 MOVE HS-HESAPNO TO TP-HESAPNO
                 INITIALIZE TP-VERI
                 WRITE TP-KAYIT
           END-READ.
       TP-OKU-SON.

       EVRAK-NET.
           MOVE ZEROS TO E-NET.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO EVRAK-NET-SON.
       EVRAK-NET-OKU.
           READ HAREKET-DETAY NEXT AT END GO EVRAK-NET-SON.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO EVRAK-NET-SON.
           COMPUTE I-ISK1 = HD-FIYAT * HD-ISKONTO1 / 100.
           COMPUTE I-ISK2 = (HD-FIYAT - I-ISK1) * HD-ISKONTO2 / 100.
           COMPUTE I-NET ROUNDED =
              (HD-FIYAT - I-ISK1 - I-ISK2) * HD-ADET.
           ADD I-NET TO E-NET.
           GO EVRAK-NET-OKU.
       EVRAK-NET-SON.

      * son 12 ayda net alisi olan hesaplar tutara gore siralanir
      * (bolum 2); sira monetary puanini verir
       SIRA-YAZ.
           MOVE ZEROS TO ALICI-SAYI.
           MOVE 1 TO TP-BOLUM.
           MOVE LOW-VALUES TO TP-ANAHTAR.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO SIRA-YAZ-SON.
       SIRA-YAZ-OKU.
           READ TEMPFILE NEXT AT END GO SIRA-YAZ-SON.
           IF TP-BOLUM NOT = 1 GO SIRA-YAZ-SON.
           IF TP-TOPLAM-SAYI = ZEROS OR TP-TUTAR NOT > ZEROS
              GO SIRA-YAZ-OKU.
           ADD 1 TO ALICI-SAYI.
           MOVE 2 TO TP-BOLUM.
           COMPUTE TP-SIRA-DEGER = 50000000000000 - TP-TUTAR.
           MOVE TP-HESAPNO TO TP-SIRA-HESAP.
           WRITE TP-KAYIT.
           GO SIRA-YAZ-OKU.
       SIRA-YAZ-SON.

      * once bolum 2 (tutari olanlar, sira ile), sonra bolum 1 de
      * tutari olmayan alicilar segmentlenir
       SEGMENTLE.
           MOVE ZEROS TO ISLENEN DUSEN H-SIRA.
           OPEN I-O RFMSEG.
           IF ST-RFMSEG = '35'
              OPEN OUTPUT RFMSEG
              CLOSE RFMSEG
              OPEN I-O RFMSEG.
           OPEN INPUT SICIL.
           PERFORM DONEM-TEMIZLE THRU DONEM-TEMIZLE-SON.
           IF BU-AY = 1
              COMPUTE O-YIL = BU-YIL - 1
              MOVE 12 TO O-AY
           ELSE
              MOVE BU-YIL TO O-YIL
              COMPUTE O-AY = BU-AY - 1
           END-IF.
           MOVE 2 TO TP-BOLUM.
           MOVE LOW-VALUES TO TP-ANAHTAR.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO SEGMENTLE-DIGER.
       SEGMENTLE-SIRALI.
           READ TEMPFILE NEXT AT END GO SEGMENTLE-DIGER.
           IF TP-BOLUM NOT = 2 GO SEGMENTLE-DIGER.
           ADD 1 TO H-SIRA.
           COMPUTE H-ORAN = H-SIRA * 100 / ALICI-SAYI.
           EVALUATE TRUE
            WHEN H-ORAN NOT > 20 MOVE 5 TO H-M
            WHEN H-ORAN NOT > 40 MOVE 4 TO H-M
            WHEN H-ORAN NOT > 60 MOVE 3 TO H-M
            WHEN H-ORAN NOT > 80 MOVE 2 TO H-M
            WHEN OTHER MOVE 1 TO H-M
           END-EVALUATE.
           PERFORM SEGMENT-YAZ THRU SEGMENT-YAZ-SON.
           GO SEGMENTLE-SIRALI.
       SEGMENTLE-DIGER.
           MOVE 1 TO TP-BOLUM.
           MOVE LOW-VALUES TO TP-ANAHTAR.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO SEGMENTLE-KAPAT.
       SEGMENTLE-DIGER-OKU.
           READ TEMPFILE NEXT AT END GO SEGMENTLE-KAPAT.
           IF TP-BOLUM NOT = 1 GO SEGMENTLE-KAPAT.
           IF TP-TOPLAM-SAYI = ZEROS OR TP-TUTAR > ZEROS
              GO SEGMENTLE-DIGER-OKU.
           MOVE 1 TO H-M.
           MOVE ZEROS TO H-SIRA.
           PERFORM SEGMENT-YAZ THRU SEGMENT-YAZ-SON.
           GO SEGMENTLE-DIGER-OKU.
       SEGMENTLE-KAPAT.
           CLOSE RFMSEG SICIL.
       SEGMENTLE-SON.

      * ayni ay yeniden hesaplanirsa ayin eski satirlari silinir
       DONEM-TEMIZLE.
           MOVE BU-YIL TO RF-YIL.
           MOVE BU-AY TO RF-AY.
           MOVE LOW-VALUES TO RF-HESAPNO.
           START RFMSEG KEY IS NOT LESS THAN RF-KEY
              INVALID KEY GO DONEM-TEMIZLE-SON.
       DONEM-TEMIZLE-OKU.
           READ RFMSEG NEXT AT END GO DONEM-TEMIZLE-SON.
           IF RF-YIL NOT = BU-YIL OR RF-AY NOT = BU-AY
              GO DONEM-TEMIZLE-SON.
           PERFORM DELETE-RFMSEG.
           GO DONEM-TEMIZLE-OKU.
       DONEM-TEMIZLE-SON.

      * recency: son alistan bu yana gun; frequency: son 12 ay
      * fatura sayisi; monetary: son 12 ay net tutar sirasinin
      * yuzdelik dilimi. kendi alis sikligina gore (12 ayda
      * yapilan alis sayisi x gecen gun > 2 yil) alisi kesilen
      * musteri RISKLI olur - her ay alip iki aydir gelmeyen gibi
       SEGMENT-YAZ.
           MOVE TP-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY GO SEGMENT-YAZ-SON.
           IF SC-KAPANDI GO SEGMENT-YAZ-SON.
           COMPUTE L-GUN = VT-BUGUN - TP-SON-VT.
           IF L-GUN < ZEROS MOVE ZEROS TO L-GUN.
           EVALUATE TRUE
            WHEN L-GUN NOT > 30  MOVE 5 TO H-R
            WHEN L-GUN NOT > 90  MOVE 4 TO H-R
            WHEN L-GUN NOT > 180 MOVE 3 TO H-R
            WHEN L-GUN NOT > 365 MOVE 2 TO H-R
            WHEN OTHER MOVE 1 TO H-R
           END-EVALUATE.
           EVALUATE TRUE
            WHEN TP-SAYI NOT < 12 MOVE 5 TO H-F
            WHEN TP-SAYI NOT < 6  MOVE 4 TO H-F
            WHEN TP-SAYI NOT < 3  MOVE 3 TO H-F
            WHEN TP-SAYI NOT < 2  MOVE 2 TO H-F
            WHEN OTHER MOVE 1 TO H-F
           END-EVALUATE.
           EVALUATE TRUE
            WHEN TP-TOPLAM-SAYI = 1 AND H-R NOT < 4
              MOVE 4 TO H-SEGMENT
            WHEN TP-TOPLAM-SAYI = 1
              MOVE 6 TO H-SEGMENT
            WHEN TP-SAYI NOT < 3 AND L-GUN * TP-SAYI > 730
              MOVE 5 TO H-SEGMENT
            WHEN H-R NOT < 4 AND H-F NOT < 4 AND H-M NOT < 4
              MOVE 1 TO H-SEGMENT
            WHEN H-R NOT < 3 AND H-F NOT < 4
              MOVE 2 TO H-SEGMENT
            WHEN H-R = 1
              MOVE 8 TO H-SEGMENT
            WHEN H-R = 2
              MOVE 7 TO H-SEGMENT
            WHEN OTHER
              MOVE 3 TO H-SEGMENT
           END-EVALUATE.
           MOVE O-YIL TO RF-YIL.
           MOVE O-AY TO RF-AY.
           MOVE TP-HESAPNO TO RF-HESAPNO.
           READ RFMSEG INVALID KEY MOVE ZEROS TO RF-SEGMENT.
           MOVE RF-SEGMENT TO RF-ONCEKI.
           EVALUATE TRUE
            WHEN RF-ONCEKI = ZEROS MOVE 'N' TO RF-HAREKET
            WHEN H-SEGMENT > RF-ONCEKI
              MOVE 'D' TO RF-HAREKET
              ADD 1 TO DUSEN
            WHEN H-SEGMENT < RF-ONCEKI MOVE 'Y' TO RF-HAREKET
            WHEN OTHER MOVE 'A' TO RF-HAREKET
           END-EVALUATE.
           MOVE BU-YIL TO RF-YIL.
           MOVE BU-AY TO RF-AY.
           MOVE TP-HESAPNO TO RF-HESAPNO.
           MOVE H-SEGMENT TO RF-SEGMENT.
           MOVE H-R TO RF-R.
           MOVE H-F TO RF-F.
           MOVE H-M TO RF-M.
           MOVE L-GUN TO RF-GUN.
           MOVE TP-SAYI TO RF-SAYI.
           MOVE TP-TUTAR TO RF-TUTAR.
           MOVE TP-TOPLAM-SAYI TO RF-TOPLAM-SAYI.
           MOVE H-SIRA TO RF-SIRA.
           MOVE TP-ILK-TARIH TO RF-ILK-TARIH.
           MOVE TP-SON-TARIH TO RF-SON-TARIH.
           MOVE BUGUN TO RF-TARIH.
           PERFORM WRITE-RFMSEG.
           IF WVAR = 0 PERFORM REWRITE-RFMSEG.
           ADD 1 TO ISLENEN.
       SEGMENT-YAZ-SON.

      * en son hesaplanan ay (gece isi her gun bu ayi yeniler)
       SON-DONEM-BUL.
           MOVE ZEROS TO DONEM-VAR S-YIL S-AY.
           MOVE 9999 TO RF-YIL.
           MOVE 99 TO RF-AY.
           MOVE HIGH-VALUES TO RF-HESAPNO.
           START RFMSEG KEY IS NOT GREATER THAN RF-KEY
              INVALID KEY GO SON-DONEM-BUL-SON.
           READ RFMSEG PREVIOUS AT END GO SON-DONEM-BUL-SON.
           MOVE RF-YIL TO S-YIL.
           MOVE RF-AY TO S-AY.
           MOVE 1 TO DONEM-VAR.
       SON-DONEM-BUL-SON.

       DONEM-BASLA.
           MOVE S-YIL TO RF-YIL.
           MOVE S-AY TO RF-AY.
           MOVE LOW-VALUES TO RF-HESAPNO.
           START RFMSEG KEY IS NOT LESS THAN RF-KEY
              INVALID KEY MOVE ZEROS TO DONEM-VAR.
       DONEM-BASLA-SON.

       DONEM-YOK.
           DISPLAY 'HESAPLANMIS SEGMENT YOK - ONCE F1 !!!'
              LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       DONEM-YOK-SON.

      * son ayin segment dagilimi
       OZET.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           INITIALIZE SEGMENT-SAYAC.
           OPEN INPUT RFMSEG.
           PERFORM SON-DONEM-BUL THRU SON-DONEM-BUL-SON.
           IF DONEM-VAR = 1
              PERFORM DONEM-BASLA THRU DONEM-BASLA-SON.
           IF DONEM-VAR = ZEROS
              CLOSE RFMSEG
              PERFORM DONEM-YOK THRU DONEM-YOK-SON
              GO OZET-SON.
       OZET-OKU.
           READ RFMSEG NEXT AT END GO OZET-YAZ.
           IF RF-YIL NOT = S-YIL OR RF-AY NOT = S-AY GO OZET-YAZ.
           IF RF-SEGMENT < 1 OR RF-SEGMENT > 8 GO OZET-OKU.
           ADD 1 TO SG-SAYI (RF-SEGMENT).
           ADD RF-TUTAR TO SG-TUTAR (RF-SEGMENT).
           IF RF-DUSTU ADD 1 TO SG-DUSEN (RF-SEGMENT).
           GO OZET-OKU.
       OZET-YAZ.
           CLOSE RFMSEG.
           DISPLAY 'DONEM :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              S-AY LINE 4 POSITION 10 '/' S-YIL
              'SEGMENT            MUSTERI   BU AY DUSEN'
                 LINE 6 POSITION 2
              '   12 AY NET TUTAR' LINE 6 POSITION 44.
           MOVE 7 TO SATIR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
              MOVE I TO Z-SEG
              MOVE SG-SAYI (I) TO Z-SAYI
              MOVE SG-DUSEN (I) TO Z-SAYI2
              MOVE SG-TUTAR (I) TO X-TUTAR
              DISPLAY Z-SEG LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 RF-SEGMENT-ADI (I) LINE SATIR POSITION 5
                 Z-SAYI LINE SATIR POSITION 20
                 Z-SAYI2 LINE SATIR POSITION 34
                 X-TUTAR LINE SATIR POSITION 44
              ADD 1 TO SATIR
           END-PERFORM.
           ACCEPT F FROM ESCAPE KEY.
       OZET-SON.

      * son ayda segmenti bir onceki aya gore kotulesen musteriler
      * ekrana (gece isinde yalniz) ve CSV ye
       DUSEN-LISTE.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'RFMDS' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'HESAP NO;HESAP ADI;ONCEKI SEGMENT;YENI SEGMENT;'
              'R;F;M;SON ALISTAN GUN;12 AY FATURA;12 AY NET TUTAR;'
              'SON ALIS'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF OTOMATIK = ZEROS
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON
              DISPLAY 'HESAP NO        HESAP ADI            ONCEKI'
                 LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 '       YENI         RFM        TUTAR'
                 LINE 4 POSITION 48.
           MOVE 5 TO SATIR.
           OPEN INPUT RFMSEG SICIL.
           PERFORM SON-DONEM-BUL THRU SON-DONEM-BUL-SON.
           IF DONEM-VAR = 1
              PERFORM DONEM-BASLA THRU DONEM-BASLA-SON.
           IF DONEM-VAR = ZEROS GO DUSEN-KAPAT.
       DUSEN-OKU.
           READ RFMSEG NEXT AT END GO DUSEN-KAPAT.
           IF RF-YIL NOT = S-YIL OR RF-AY NOT = S-AY GO DUSEN-KAPAT.
           IF NOT RF-DUSTU GO DUSEN-OKU.
           MOVE RF-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           MOVE RF-HESAPNO TO B-HESAPNO.
           MOVE SC-HESAPADI TO B-ADI.
           MOVE SPACES TO B-ONCEKI B-YENI.
           IF RF-ONCEKI > ZEROS AND RF-ONCEKI < 9
              MOVE RF-SEGMENT-ADI (RF-ONCEKI) TO B-ONCEKI.
           IF RF-SEGMENT > ZEROS AND RF-SEGMENT < 9
              MOVE RF-SEGMENT-ADI (RF-SEGMENT) TO B-YENI.
           STRING RF-R RF-F RF-M DELIMITED BY SIZE INTO B-RFM.
           MOVE RF-TUTAR TO B-TUTAR X-TUTAR.
           IF OTOMATIK = ZEROS AND SATIR < 32
              DISPLAY BILGI LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ADD 1 TO SATIR.
           MOVE RF-GUN TO Z-GUN.
           MOVE RF-SAYI TO Z-SAYI.
           MOVE SPACES TO CSV-SATIR.
           STRING RF-HESAPNO ';' SC-HESAPADI ';' B-ONCEKI ';'
              B-YENI ';' RF-R ';' RF-F ';' RF-M ';' Z-GUN ';'
              Z-SAYI ';' X-TUTAR ';' RF-SGUN '/' RF-SAY '/' RF-SYIL
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO DUSEN-OKU.
       DUSEN-KAPAT.
           CLOSE RFMSEG SICIL CSVOUT.
           IF OTOMATIK = ZEROS
              DISPLAY 'CSV OLUSTURULDU - DEVAM ICIN TUS'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ACCEPT F FROM ESCAPE KEY.
       DUSEN-LISTE-SON.

      * secim bir segment ya da (0 ile) son 12 ay tutarina gore
      * ilk N musteridir
       SECIM-AL.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE 4 TO SATIR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
              MOVE I TO Z-SEG
              DISPLAY Z-SEG LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 RF-SEGMENT-ADI (I) LINE SATIR POSITION 5
              ADD 1 TO SATIR
           END-PERFORM.
           DISPLAY 'SEGMENT (0 = ILK N MUSTERI) :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 1 TO E-SEGMENT.
           ACCEPT E-SEGMENT LINE 13 POSITION 32 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SECIM-AL-SON.
           IF E-SEGMENT > 8 MOVE 27 TO F GO SECIM-AL-SON.
           MOVE ZEROS TO E-ILK.
           IF E-SEGMENT = ZEROS
              DISPLAY 'ILK KAC MUSTERI            :'
                 LINE 14 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MOVE VARSAYILAN-ILK TO E-ILK
              ACCEPT E-ILK LINE 14 POSITION 32 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              ACCEPT F FROM ESCAPE KEY
              IF E-ILK = ZEROS MOVE 27 TO F END-IF.
       SECIM-AL-SON.

       SECIM-UYAR.
           MOVE ZEROS TO UYAR.
           IF E-SEGMENT NOT = ZEROS AND RF-SEGMENT = E-SEGMENT
              MOVE 1 TO UYAR.
           IF E-SEGMENT = ZEROS AND RF-SIRA > ZEROS
              AND RF-SIRA NOT > E-ILK
              MOVE 1 TO UYAR.
       SECIM-UYAR-SON.

      * secilen musterilere SICILKOD etiketi (TIPKOD kodu) verilir;
      * istenirse kodun eski etiketleri once kaldirilir, boylece
      * etiket her ay segmenti izler
       ETIKETLE.
           PERFORM SECIM-AL THRU SECIM-AL-SON.
           IF F = 27 GO ETIKETLE-SON.
           MOVE 1 TO T-KOD.
           CALL 'KODPEN' USING 1 T-KOD.
           CANCEL 'KODPEN'.
           IF T-KOD = ZEROS GO ETIKETLE-SON.
           OPEN INPUT TIPKOD.
           MOVE T-KOD TO TK-KOD.
           READ TIPKOD INVALID KEY MOVE SPACES TO TK-TIP.
           CLOSE TIPKOD.
           MOVE T-KOD TO Z-KOD.
           DISPLAY 'ETIKET :' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-KOD LINE 16 POSITION 11 TK-TIP LINE 16 POSITION 16
              'ESKI ETIKETLER KALDIRILSIN MI (E/H) :'
                 LINE 17 POSITION 2.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 17 POSITION 40 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ETIKETLE-SON.
           MOVE ZEROS TO SILINEN ETIKETLENEN.
           OPEN INPUT RFMSEG.
           PERFORM SON-DONEM-BUL THRU SON-DONEM-BUL-SON.
           IF DONEM-VAR = ZEROS
              CLOSE RFMSEG
              PERFORM DONEM-YOK THRU DONEM-YOK-SON
              GO ETIKETLE-SON.
           OPEN I-O SICILKOD.
           IF E-ONAY = 'E' OR E-ONAY = 'e'
              PERFORM ETIKET-KALDIR THRU ETIKET-KALDIR-SON.
           PERFORM DONEM-BASLA THRU DONEM-BASLA-SON.
           IF DONEM-VAR = ZEROS GO ETIKETLE-KAPAT.
       ETIKETLE-OKU.
           READ RFMSEG NEXT AT END GO ETIKETLE-KAPAT.
           IF RF-YIL NOT = S-YIL OR RF-AY NOT = S-AY
              GO ETIKETLE-KAPAT.
           PERFORM SECIM-UYAR THRU SECIM-UYAR-SON.
           IF UYAR = ZEROS GO ETIKETLE-OKU.
           MOVE RF-HESAPNO TO SK-HESAPNO.
           MOVE T-KOD TO SK-KOD.
           PERFORM WRITE-SICILKOD.
           IF WVAR = 1 ADD 1 TO ETIKETLENEN.
           GO ETIKETLE-OKU.
       ETIKETLE-KAPAT.
           CLOSE RFMSEG SICILKOD.
           MOVE SILINEN TO Z-SAYI.
           MOVE ETIKETLENEN TO Z-SAYI2.
           DISPLAY 'KALDIRILAN ETIKET :' LINE 19 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 19 POSITION 22
              'EKLENEN ETIKET    :' LINE 20 POSITION 2
              Z-SAYI2 LINE 20 POSITION 22.
       ETIKETLE-SON.

       ETIKET-KALDIR.
           MOVE LOW-VALUES TO SK-HESAPNO.
           MOVE ZEROS TO SK-KOD.
           START SICILKOD KEY IS NOT LESS THAN SK-KEY
              INVALID KEY GO ETIKET-KALDIR-SON.
       ETIKET-KALDIR-OKU.
           READ SICILKOD NEXT AT END GO ETIKET-KALDIR-SON.
           IF SK-KOD NOT = T-KOD GO ETIKET-KALDIR-OKU.
           PERFORM DELETE-SICILKOD.
           IF WVAR = 1 ADD 1 TO SILINEN.
           GO ETIKET-KALDIR-OKU.
       ETIKET-KALDIR-SON.

      * secilen musterilerin varsayilan cep telefonuna SMS kancasi
      * (CSMS) ile mesaj konusu gonderilir; kapali hesaplara
      * gitmez
       SMS-TOPLU.
           PERFORM SECIM-AL THRU SECIM-AL-SON.
           IF F = 27 GO SMS-TOPLU-SON.
           DISPLAY 'MESAJ KONUSU :' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'GONDERILSIN MI (E/H) :' LINE 17 POSITION 2.
           MOVE SPACES TO E-KONU.
           ACCEPT E-KONU LINE 16 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 17 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-KONU = SPACES GO SMS-TOPLU-SON.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO SMS-TOPLU-SON.
           MOVE ZEROS TO GONDERILEN TELSIZ.
           OPEN INPUT RFMSEG SICIL SICILTEL.
           PERFORM SON-DONEM-BUL THRU SON-DONEM-BUL-SON.
           IF DONEM-VAR = 1
              PERFORM DONEM-BASLA THRU DONEM-BASLA-SON.
           IF DONEM-VAR = ZEROS
              PERFORM DONEM-YOK THRU DONEM-YOK-SON
              GO SMS-TOPLU-KAPAT.
       SMS-TOPLU-OKU.
           READ RFMSEG NEXT AT END GO SMS-TOPLU-KAPAT.
           IF RF-YIL NOT = S-YIL OR RF-AY NOT = S-AY
              GO SMS-TOPLU-KAPAT.
           PERFORM SECIM-UYAR THRU SECIM-UYAR-SON.
           IF UYAR = ZEROS GO SMS-TOPLU-OKU.
           MOVE RF-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY GO SMS-TOPLU-OKU.
           IF SC-KAPANDI GO SMS-TOPLU-OKU.
           PERFORM CEP-BUL THRU CEP-BUL-SON.
           IF B-CEP = ZEROS
              ADD 1 TO TELSIZ
              GO SMS-TOPLU-OKU.
           MOVE 'CSMS' TO SMS-PROGRAM.
           MOVE B-CEP TO SMS-TEL.
           MOVE E-KONU TO SMS-KONU.
           CALL 'SYSTEM' USING SMS-PARAM.
           ADD 1 TO GONDERILEN.
           GO SMS-TOPLU-OKU.
       SMS-TOPLU-KAPAT.
           CLOSE RFMSEG SICIL SICILTEL.
           MOVE GONDERILEN TO Z-SAYI.
           MOVE TELSIZ TO Z-SAYI2.
           DISPLAY 'GONDERILEN   :' LINE 19 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 19 POSITION 17
              'TELEFONU YOK :' LINE 20 POSITION 2
              Z-SAYI2 LINE 20 POSITION 17.
       SMS-TOPLU-SON.

       CEP-BUL.
           MOVE ZEROS TO B-CEP V-CEP.
           MOVE RF-HESAPNO TO SCT-HESAPNO.
           MOVE ZEROS TO SCT-SIRA.
           READ SICILTEL INVALID KEY GO CEP-BUL-SON.
           MOVE SCT-VARSAYILAN-CEP TO V-CEP.
           IF V-CEP = ZEROS GO CEP-BUL-SON.
           MOVE V-CEP TO SCT-SIRA.
           READ SICILTEL INVALID KEY GO CEP-BUL-SON.
           MOVE SCT-TEL TO B-CEP.
       CEP-BUL-SON.

      * bir musterinin son 12 aylik segment gecmisi
       GECMIS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO GECMIS-SON.
           OPEN INPUT RFMSEG SICIL.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           DISPLAY E-HESAPNO LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI LINE 4 POSITION 18
              'DONEM   SEGMENT      RFM   GUN  12AY FAT'
                 LINE 6 POSITION 2
              '   12 AY NET TUTAR  DEGISIM' LINE 6 POSITION 43.
           MOVE 7 TO SATIR.
           PERFORM SON-DONEM-BUL THRU SON-DONEM-BUL-SON.
           IF DONEM-VAR = ZEROS
              PERFORM DONEM-YOK THRU DONEM-YOK-SON
              GO GECMIS-KAPAT.
           MOVE S-YIL TO O-YIL.
           MOVE S-AY TO O-AY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
              PERFORM GECMIS-AY THRU GECMIS-AY-SON
           END-PERFORM.
       GECMIS-KAPAT.
           CLOSE RFMSEG SICIL.
           ACCEPT F FROM ESCAPE KEY.
       GECMIS-SON.

       GECMIS-AY.
           MOVE O-YIL TO RF-YIL.
           MOVE O-AY TO RF-AY.
           MOVE E-HESAPNO TO RF-HESAPNO.
           READ RFMSEG INVALID KEY GO GECMIS-AY-GERI.
           MOVE SPACES TO B-YENI B-ONCEKI.
           IF RF-SEGMENT > ZEROS AND RF-SEGMENT < 9
              MOVE RF-SEGMENT-ADI (RF-SEGMENT) TO B-YENI.
           EVALUATE TRUE
            WHEN RF-DUSTU MOVE 'DUSTU' TO B-ONCEKI
            WHEN RF-YUKSELDI MOVE 'YUKSELDI' TO B-ONCEKI
            WHEN RF-AYNI MOVE 'AYNI' TO B-ONCEKI
            WHEN OTHER MOVE 'ILK' TO B-ONCEKI
           END-EVALUATE.
           MOVE RF-GUN TO Z-GUN.
           MOVE RF-SAYI TO Z-SAYI.
           MOVE RF-TUTAR TO X-TUTAR.
           DISPLAY RF-AY LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' RF-YIL
              B-YENI LINE SATIR POSITION 10
              RF-R LINE SATIR POSITION 23 RF-F RF-M
              Z-GUN LINE SATIR POSITION 27
              Z-SAYI LINE SATIR POSITION 33
              X-TUTAR LINE SATIR POSITION 43
              B-ONCEKI LINE SATIR POSITION 62.
           ADD 1 TO SATIR.
       GECMIS-AY-GERI.
           IF O-AY = 1
              SUBTRACT 1 FROM O-YIL
              MOVE 12 TO O-AY
           ELSE
              SUBTRACT 1 FROM O-AY
           END-IF.
       GECMIS-AY-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==RFMSEG==
                                  "%T%"  BY "RFMSEG"
                                 ==%R%== BY ==RF-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==SICILKOD==
                                  "%T%"  BY "SICILKOD"
                                 ==%R%== BY ==SK-KAYIT==.
