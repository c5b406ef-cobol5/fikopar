       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'BAKHATIR'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'bakkural.cpy'.
       copy 'bakimhat.cpy'.
       copy 'tipkod.cpy'.
       copy 'musarac.cpy'.
       copy 'arac.cpy'.
       copy 'hareket.cpy'.
       copy 'isemri.cpy'.
       copy 'sicil.cpy'.
       copy 'siciltel.cpy'.
       copy 'ayar.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'bakkural.cpz'.
       copy 'bakimhat.cpz'.
       copy 'tipkod.cpz'.
       copy 'musarac.cpz'.
       copy 'arac.cpz'.
       copy 'hareket.cpz'.
       copy 'isemri.cpz'.
       copy 'sicil.cpz'.
       copy 'siciltel.cpz'.
       copy 'ayar.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(200).
       WORKING-STORAGE SECTION.
       77 KANAL-TIP             PIC 99 VALUE 41.
       77 VARSAYILAN-AYLIK-KM   PIC 9(5) VALUE 1250.
       77 LISTE-GUN             PIC 99 VALUE 30.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 OTOMATIK          PIC 9.
           02 T-KOD             PIC 9999.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-KOD             PIC ZZZ9.
           02 Z-KM              PIC Z(6)9.
           02 Z-AY              PIC Z9.
           02 Z-SAYI            PIC Z(4)9.
           02 B-DURUM           PIC X(12).
           02 B-GRUP            PIC X(30).
       01 KURAL-TABLO.
           02 KURAL-SAYI        PIC 99.
           02 KT OCCURS 50.
               03 KT-TIPKOD         PIC 9999.
               03 KT-TIP            PIC X(30).
               03 KT-KM             PIC 9(6).
               03 KT-AY             PIC 99.
               03 KT-ONCE           PIC 99.
               03 KT-MESAJ          PIC X(15).
           02 KI                PIC 99.
           02 KJ                PIC 99.
       01 ARAC-TABLO.
           02 ARAC-SAYI         PIC 99.
           02 ART OCCURS 20.
               03 AT-PLAKA          PIC X(10).
               03 AT-ARACNO         PIC 9(5).
           02 AI                PIC 99.
           02 SON-HESAPNO       PIC X(15).
       01 ADAY.
           02 A-PLAKA           PIC X(10).
           02 A-HESAPNO         PIC X(15).
           02 A-TARIH.
               03 A-YIL             PIC 9999.
               03 A-AY              PIC 99.
               03 A-GUN             PIC 99.
           02 A-TIP             PIC 99.
           02 A-EVRAKNO         PIC X(15).
           02 A-KM              PIC 9(7).
       01 VADE-DEGIS.
           02 SON-PLAKA         PIC X(10).
           02 KM-MIN            PIC 9(7).
           02 KM-MAX            PIC 9(7).
           02 KM-MAX-TARIH.
               03 KMT-YIL           PIC 9999.
               03 KMT-AY            PIC 99.
               03 KMT-GUN           PIC 99.
           02 GUN-MIN           PIC 9(12)V9999.
           02 GUN-MAX           PIC 9(12)V9999.
           02 GUN1              PIC 9(12)V9999.
           02 GUN2              PIC 9(12)V9999.
           02 KALAN-GUN         PIC S9(7).
           02 AYLIK-KM          PIC 9(7).
           02 EK-AY             PIC 9(3).
           02 AY-TOP            PIC 9(4).
           02 YIL-EK            PIC 9(3).
           02 AY-KALAN          PIC 99.
           02 T-TARIH.
               03 T-YIL             PIC 9999.
               03 T-AY              PIC 99.
               03 T-GUN             PIC 99.
       01 SAYAC-DEGIS.
           02 VADE-SAYI         PIC 9(5).
           02 GONDERILEN        PIC 9(5).
           02 TELSIZ            PIC 9(5).
       01 BILDIRIM-DEGIS.
           02 KANAL             PIC X(10).
           02 V-CEP             PIC 9(10).
           02 B-CEP             PIC 9(12).
       01 SMS-PARAM.
           02 SMS-PROGRAM       PIC X(10).
           02 FILLER            PIC X VALUE SPACE.
           02 SMS-TEL           PIC 9(12).
           02 FILLER            PIC X VALUE SPACE.
           02 SMS-KONU          PIC X(15).
           02 FILLER            PIC X VALUE SPACE.
           02 SMS-PLAKA         PIC X(10).
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
      * gece isinden parametreyle cagrilirsa vadeler hesaplanir ve
      * hatirlatmalar gonderilir; ekrandan kural tanimi yapilir
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > ZEROS MOVE 1 TO OTOMATIK.
           ACCEPT BUGUN FROM CENTURY-DATE.
           IF OTOMATIK = 1
              PERFORM HATIRLAT-HESAPLA THRU HATIRLAT-HESAPLA-SON
              GO STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' ARAC BAKIM HATIRLATMA ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'KURAL TANIMLA' REVERSE
              ' F2 ' 'KURAL LISTESI' REVERSE
              ' F3 ' 'HESAPLA/GONDER' REVERSE
              ' F4 ' 'VADESI GELENLER' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM KURAL-TANIM THRU KURAL-TANIM-SON GO TUS.
           IF F = 2 PERFORM KURAL-LISTE THRU KURAL-LISTE-SON GO TUS.
           IF F = 3 PERFORM HATIRLAT-HESAPLA THRU HATIRLAT-HESAPLA-SON
              GO TUS.
           IF F = 4 PERFORM VADE-LISTE THRU VADE-LISTE-SON GO TUS.
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
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

      * kural urun grubuna (TIPKOD) baglanir; grubun adi stok
      * kartindaki tipi ile eslesir. km ve ay ikisi de sifirsa
      * kural silinir
       KURAL-TANIM.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE 1 TO T-KOD.
           CALL 'KODPEN' USING 1 T-KOD.
           CANCEL 'KODPEN'.
           IF T-KOD = ZEROS GO KURAL-TANIM-SON.
           OPEN INPUT TIPKOD.
           MOVE T-KOD TO TK-KOD.
           READ TIPKOD INVALID KEY MOVE SPACES TO TK-TIP.
           CLOSE TIPKOD.
           MOVE T-KOD TO Z-KOD.
           DISPLAY 'URUN GRUBU      :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-KOD LINE 5 POSITION 21
              TK-TIP LINE 5 POSITION 27.
           DISPLAY 'KM ARALIGI      :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'AY ARALIGI      :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'KAC GUN ONCE    :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'MESAJ KONUSU    :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           OPEN I-O BAKKURAL.
           MOVE T-KOD TO BK-TIPKOD.
           READ BAKKURAL
              INVALID KEY
                 INITIALIZE BK-KAYIT
                 MOVE T-KOD TO BK-TIPKOD
                 MOVE 7 TO BK-ONCE-GUN
                 MOVE 'BAKIM-ZAMANI' TO BK-MESAJ
           END-READ.
           ACCEPT BK-KM LINE 7 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BK-AY LINE 9 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BK-ONCE-GUN LINE 11 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BK-MESAJ LINE 13 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE BAKKURAL GO KURAL-TANIM-SON.
      * mesaj konusu gonderim programina tek parametre gider
           INSPECT BK-MESAJ REPLACING ALL ' ' BY '-'
              BEFORE INITIAL '  '.
           IF BK-KM = ZEROS AND BK-AY = ZEROS
              PERFORM DELETE-BAKKURAL
              CLOSE BAKKURAL
              DISPLAY 'KURAL SILINDI     ' LINE 15 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              GO KURAL-TANIM-SON.
           PERFORM REWRITE-BAKKURAL.
           IF WVAR = 0 PERFORM WRITE-BAKKURAL.
           CLOSE BAKKURAL.
           DISPLAY 'KURAL KAYDEDILDI  ' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       KURAL-TANIM-SON.

       KURAL-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KOD  URUN GRUBU' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KM      AY ONCE MESAJ' LINE 4 POSITION 38.
           PERFORM KURAL-YUKLE THRU KURAL-YUKLE-SON.
           MOVE 5 TO SATIR.
           PERFORM VARYING KI FROM 1 BY 1
              UNTIL KI > KURAL-SAYI OR SATIR > 32
                MOVE KT-TIPKOD (KI) TO Z-KOD
                MOVE KT-KM (KI) TO Z-KM
                MOVE KT-AY (KI) TO Z-AY
                DISPLAY Z-KOD LINE SATIR POSITION 2
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                   KT-TIP (KI) LINE SATIR POSITION 7
                   Z-KM LINE SATIR POSITION 36
                   Z-AY LINE SATIR POSITION 46
                   KT-ONCE (KI) LINE SATIR POSITION 50
                   KT-MESAJ (KI) LINE SATIR POSITION 54
                ADD 1 TO SATIR
           END-PERFORM.
       KURAL-LISTE-SON.

      * kurallar grup adiyla birlikte tabloya alinir; satis
      * satirlarindaki tip bu addan kurala baglanir
       KURAL-YUKLE.
           MOVE ZEROS TO KURAL-SAYI.
           OPEN INPUT BAKKURAL TIPKOD.
           MOVE ZEROS TO BK-TIPKOD.
           START BAKKURAL KEY IS NOT LESS THAN BK-TIPKOD
              INVALID KEY GO KURAL-YUKLE-KAPAT.
       KURAL-YUKLE-OKU.
           READ BAKKURAL NEXT AT END GO KURAL-YUKLE-KAPAT.
           IF KURAL-SAYI = 50 GO KURAL-YUKLE-KAPAT.
           MOVE BK-TIPKOD TO TK-KOD.
           READ TIPKOD INVALID KEY GO KURAL-YUKLE-OKU.
           IF TK-TIP = SPACES GO KURAL-YUKLE-OKU.
           ADD 1 TO KURAL-SAYI.
           MOVE BK-TIPKOD TO KT-TIPKOD (KURAL-SAYI).
           MOVE TK-TIP TO KT-TIP (KURAL-SAYI).
           MOVE BK-KM TO KT-KM (KURAL-SAYI).
           MOVE BK-AY TO KT-AY (KURAL-SAYI).
           MOVE BK-ONCE-GUN TO KT-ONCE (KURAL-SAYI).
           MOVE BK-MESAJ TO KT-MESAJ (KURAL-SAYI).
           GO KURAL-YUKLE-OKU.
       KURAL-YUKLE-KAPAT.
           CLOSE BAKKURAL TIPKOD.
       KURAL-YUKLE-SON.

      * bildirim kanali AYAR (TIP 41) kaydinin cikti tipidir:
      * SMS ya da WHATSAPP; baska bir deger yalniz liste uretir
       KANAL-OKU.
           OPEN I-O AYAR.
           MOVE KANAL-TIP TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'BAKIM HATIRLATMA KANALI' TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-EVRAKNO
                 MOVE SPACES TO AY-YAZDOS AY-YAZDOS2 AY-YAZPORT
                 MOVE 'SMS' TO AY-CIKTITIPI
                 PERFORM WRITE-AYAR
           END-READ.
           MOVE AY-CIKTITIPI TO KANAL.
           CLOSE AYAR.
       KANAL-OKU-SON.

      * once sayac satislari, sonra faturalanmis is emirleri
      * taranir; her arac ve grup icin en son alis tutulur. sonra
      * vadeler hesaplanir, vadesi gelenler listeye yazilir ve
      * henuz haber verilmemis olanlara mesaj gonderilir
       HATIRLAT-HESAPLA.
           MOVE ZEROS TO VADE-SAYI GONDERILEN TELSIZ.
           IF OTOMATIK = ZEROS
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON
              DISPLAY 'SATIS GECMISI TARANIYOR...' LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM KURAL-YUKLE THRU KURAL-YUKLE-SON.
           IF KURAL-SAYI = ZEROS
              IF OTOMATIK = ZEROS
                 DISPLAY 'TANIMLI BAKIM KURALI YOK    '
                    LINE 4 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              END-IF
              GO HATIRLAT-HESAPLA-SON.
           PERFORM KANAL-OKU THRU KANAL-OKU-SON.
           OPEN I-O BAKIMHAT.
           OPEN INPUT HAREKET-SICIL HAREKET-DETAY MUSARAC UYUM.
           PERFORM SATIS-TARA THRU SATIS-TARA-SON.
           CLOSE MUSARAC UYUM.
           OPEN INPUT ISEMRI.
           PERFORM ISEMRI-TARA THRU ISEMRI-TARA-SON.
           CLOSE HAREKET-SICIL HAREKET-DETAY.
           OPEN INPUT SICIL SICILTEL.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'BAKIM' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'PLAKA;HESAPNO;MUSTERI;GRUP;SON ALIS;EVRAK;SON KM;'
              TO CSV-SATIR.
           MOVE 'HEDEF KM;VADE;TELEFON;DURUM' TO CSV-SATIR(51:27).
           WRITE CSV-SATIR.
           PERFORM VADE-TARA THRU VADE-TARA-SON.
           CLOSE BAKIMHAT ISEMRI SICIL SICILTEL CSVOUT.
           IF OTOMATIK = ZEROS
              MOVE VADE-SAYI TO Z-SAYI
              DISPLAY 'VADESI GELEN     :' LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-SAYI LINE 4 POSITION 21
              MOVE GONDERILEN TO Z-SAYI
              DISPLAY 'MESAJ GONDERILEN :' LINE 5 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-SAYI LINE 5 POSITION 21
              MOVE TELSIZ TO Z-SAYI
              DISPLAY 'CEP TELEFONU YOK :' LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-SAYI LINE 6 POSITION 21
              DISPLAY 'CSV DOSYASI OLUSTURULDU' LINE 8 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       HATIRLAT-HESAPLA-SON.

      * satis musterinin aracina, ARAC-GECMIS deki gibi kalemin
      * araca uyumuyla baglanir; tek araci olan musteride uyum
      * aranmaz
       SATIS-TARA.
           MOVE SPACES TO SON-HESAPNO.
           MOVE ZEROS TO ARAC-SAYI.
           MOVE ZEROS TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
              INVALID KEY GO SATIS-TARA-SON.
       SATIS-EVRAK-OKU.
           READ HAREKET-SICIL NEXT AT END GO SATIS-TARA-SON.
           IF HS-TIP NOT = 1 AND HS-TIP NOT = 3 AND HS-TIP NOT = 13
              GO SATIS-EVRAK-OKU.
           IF HS-SONUC = 9 GO SATIS-EVRAK-OKU.
           IF HS-HESAPNO = SPACES GO SATIS-EVRAK-OKU.
           IF HS-HESAPNO NOT = SON-HESAPNO
              PERFORM ARAC-TOPLA THRU ARAC-TOPLA-SON.
           IF ARAC-SAYI = ZEROS GO SATIS-EVRAK-OKU.
           PERFORM ADAY-EVRAK.
           MOVE ZEROS TO A-KM.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO SATIS-EVRAK-OKU.
       SATIS-SATIR-OKU.
           READ HAREKET-DETAY NEXT AT END GO SATIS-EVRAK-OKU.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO SATIS-EVRAK-OKU.
           PERFORM KURAL-BUL THRU KURAL-BUL-SON.
           IF KI = ZEROS GO SATIS-SATIR-OKU.
           PERFORM VARYING AI FROM 1 BY 1 UNTIL AI > ARAC-SAYI
                PERFORM ARAC-ESLE THRU ARAC-ESLE-SON
           END-PERFORM.
           GO SATIS-SATIR-OKU.
       SATIS-TARA-SON.

       ARAC-TOPLA.
           MOVE HS-HESAPNO TO SON-HESAPNO.
           MOVE ZEROS TO ARAC-SAYI.
           MOVE HS-HESAPNO TO MA-HESAPNO.
           START MUSARAC KEY IS NOT LESS THAN MA-HESAPNO
              INVALID KEY GO ARAC-TOPLA-SON.
       ARAC-TOPLA-OKU.
           READ MUSARAC NEXT AT END GO ARAC-TOPLA-SON.
           IF MA-HESAPNO NOT = SON-HESAPNO GO ARAC-TOPLA-SON.
           IF ARAC-SAYI = 20 GO ARAC-TOPLA-SON.
           ADD 1 TO ARAC-SAYI.
           MOVE MA-PLAKA TO AT-PLAKA (ARAC-SAYI).
           MOVE MA-ARACNO TO AT-ARACNO (ARAC-SAYI).
           GO ARAC-TOPLA-OKU.
       ARAC-TOPLA-SON.

       ARAC-ESLE.
           IF ARAC-SAYI > 1
              MOVE AT-ARACNO (AI) TO UY-ARACNO
              MOVE HD-KATNO TO UY-KATNO
              MOVE HD-STNO TO UY-STNO
              READ UYUM INVALID KEY GO ARAC-ESLE-SON.
           MOVE AT-PLAKA (AI) TO A-PLAKA.
           PERFORM ADAY-KAYDET THRU ADAY-KAYDET-SON.
       ARAC-ESLE-SON.

      * is emrinden kesilen faturada arac ve kilometre kesindir
       ISEMRI-TARA.
           MOVE ZEROS TO IE-NO.
           START ISEMRI KEY IS NOT LESS THAN IE-NO
              INVALID KEY GO ISEMRI-TARA-SON.
       ISEMRI-TARA-OKU.
           READ ISEMRI NEXT AT END GO ISEMRI-TARA-SON.
           IF NOT IE-FATURALANDI GO ISEMRI-TARA-OKU.
           MOVE IE-FAT-TIP TO HS-TIP.
           MOVE IE-FAT-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY GO ISEMRI-TARA-OKU.
           IF HS-SONUC = 9 GO ISEMRI-TARA-OKU.
           PERFORM ADAY-EVRAK.
           MOVE IE-PLAKA TO A-PLAKA.
           MOVE IE-KM TO A-KM.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO ISEMRI-TARA-OKU.
       ISEMRI-SATIR-OKU.
           READ HAREKET-DETAY NEXT AT END GO ISEMRI-TARA-OKU.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO ISEMRI-TARA-OKU.
           PERFORM KURAL-BUL THRU KURAL-BUL-SON.
           IF KI = ZEROS GO ISEMRI-SATIR-OKU.
           PERFORM ADAY-KAYDET THRU ADAY-KAYDET-SON.
           GO ISEMRI-SATIR-OKU.
       ISEMRI-TARA-SON.

       ADAY-EVRAK.
           MOVE HS-HESAPNO TO A-HESAPNO.
           MOVE HS-TIP TO A-TIP.
           MOVE HS-EVRAKNO TO A-EVRAKNO.
           IF HS-FYIL NOT = ZEROS
              MOVE HS-FYIL TO A-YIL
              MOVE HS-FAY TO A-AY
              MOVE HS-FGUN TO A-GUN
           ELSE
              MOVE HS-DYIL TO A-YIL
              MOVE HS-DAY TO A-AY
              MOVE HS-DGUN TO A-GUN
           END-IF.

       KURAL-BUL.
           MOVE ZEROS TO KI.
           IF HD-TIPI = SPACES GO KURAL-BUL-SON.
           PERFORM VARYING KJ FROM 1 BY 1
              UNTIL KJ > KURAL-SAYI OR KI NOT = ZEROS
                IF KT-TIP (KJ) = HD-TIPI MOVE KJ TO KI END-IF
           END-PERFORM.
       KURAL-BUL-SON.

       KURAL-KOD-BUL.
           MOVE ZEROS TO KI.
           PERFORM VARYING KJ FROM 1 BY 1
              UNTIL KJ > KURAL-SAYI OR KI NOT = ZEROS
                IF KT-TIPKOD (KJ) = BH-TIPKOD MOVE KJ TO KI END-IF
           END-PERFORM.
       KURAL-KOD-BUL-SON.

      * daha yeni alis gelirse kayit tazelenir ve hatirlatma
      * yeniden beklemeye alinir; ayni gunun is emri kaydi
      * yalniz kilometreyi tamamlar
       ADAY-KAYDET.
           MOVE A-PLAKA TO BH-PLAKA.
           MOVE KT-TIPKOD (KI) TO BH-TIPKOD.
           READ BAKIMHAT INVALID KEY GO ADAY-YENI.
           IF A-TARIH < BH-SON-TARIH GO ADAY-KAYDET-SON.
           IF A-TARIH = BH-SON-TARIH
              IF A-KM = ZEROS OR BH-SON-KM NOT = ZEROS
                 GO ADAY-KAYDET-SON
              END-IF
              MOVE A-KM TO BH-SON-KM
              PERFORM REWRITE-BAKIMHAT
              GO ADAY-KAYDET-SON.
           PERFORM ADAY-AKTAR.
           MOVE ZEROS TO BH-DURUM BH-BILDIRIM-TARIH.
           PERFORM REWRITE-BAKIMHAT.
           GO ADAY-KAYDET-SON.
       ADAY-YENI.
           INITIALIZE BH-KAYIT.
           MOVE A-PLAKA TO BH-PLAKA.
           MOVE KT-TIPKOD (KI) TO BH-TIPKOD.
           PERFORM ADAY-AKTAR.
           PERFORM WRITE-BAKIMHAT.
       ADAY-KAYDET-SON.

       ADAY-AKTAR.
           MOVE A-HESAPNO TO BH-HESAPNO.
           MOVE A-TARIH TO BH-SON-TARIH.
           MOVE A-TIP TO BH-SON-TIP.
           MOVE A-EVRAKNO TO BH-SON-EVRAKNO.
           MOVE A-KM TO BH-SON-KM.

       VADE-TARA.
           MOVE SPACES TO SON-PLAKA.
           MOVE SPACES TO BH-PLAKA.
           MOVE ZEROS TO BH-TIPKOD.
           START BAKIMHAT KEY IS NOT LESS THAN BH-KEY
              INVALID KEY GO VADE-TARA-SON.
       VADE-TARA-OKU.
           READ BAKIMHAT NEXT AT END GO VADE-TARA-SON.
           PERFORM KURAL-KOD-BUL THRU KURAL-KOD-BUL-SON.
           IF KI = ZEROS GO VADE-TARA-OKU.
           IF BH-PLAKA NOT = SON-PLAKA
              PERFORM KM-ORTALAMA THRU KM-ORTALAMA-SON.
           PERFORM VADE-BUL THRU VADE-BUL-SON.
           PERFORM REWRITE-BAKIMHAT.
           PERFORM KALAN-GUN-BUL.
           IF KALAN-GUN > KT-ONCE (KI) GO VADE-TARA-OKU.
           ADD 1 TO VADE-SAYI.
           MOVE BH-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           PERFORM CEP-BUL THRU CEP-BUL-SON.
           PERFORM BILDIRIM THRU BILDIRIM-SON.
           PERFORM LISTE-YAZ.
           GO VADE-TARA-OKU.
       VADE-TARA-SON.

      * aracin is emirlerindeki ilk ve son kilometreden aylik
      * kullanim bulunur; okuma yoksa varsayilan kullanilir
       KM-ORTALAMA.
           MOVE BH-PLAKA TO SON-PLAKA.
           MOVE ZEROS TO KM-MIN KM-MAX KM-MAX-TARIH GUN-MIN GUN-MAX.
           MOVE VARSAYILAN-AYLIK-KM TO AYLIK-KM.
           MOVE BH-PLAKA TO IE-PLAKA.
           START ISEMRI KEY IS NOT LESS THAN IE-PLAKA
              INVALID KEY GO KM-ORTALAMA-SON.
       KM-ORTALAMA-OKU.
           READ ISEMRI NEXT AT END GO KM-ORTALAMA-HESAP.
           IF IE-PLAKA NOT = SON-PLAKA GO KM-ORTALAMA-HESAP.
           IF IE-KM = ZEROS GO KM-ORTALAMA-OKU.
           COMPUTE GUN1 = IE-GUN + IE-AY * 30,41 + IE-YIL * 365.
           IF KM-MIN = ZEROS OR IE-KM < KM-MIN
              MOVE IE-KM TO KM-MIN
              MOVE GUN1 TO GUN-MIN.
           IF IE-KM > KM-MAX
              MOVE IE-KM TO KM-MAX
              MOVE IE-TARIH TO KM-MAX-TARIH
              MOVE GUN1 TO GUN-MAX.
           GO KM-ORTALAMA-OKU.
       KM-ORTALAMA-HESAP.
           IF KM-MAX > KM-MIN AND GUN-MAX > GUN-MIN + 30
              COMPUTE AYLIK-KM ROUNDED =
                 (KM-MAX - KM-MIN) * 30,41 / (GUN-MAX - GUN-MIN).
           IF AYLIK-KM = ZEROS
              MOVE VARSAYILAN-AYLIK-KM TO AYLIK-KM.
       KM-ORTALAMA-SON.

      * ay kuralindan ve km kuralindan cikan tarihlerin erkeni
      * vadedir; hedef km asilmissa vade o okumanin tarihidir
       VADE-BUL.
           MOVE ALL '9' TO BH-VADE-TARIH.
           MOVE ZEROS TO BH-HEDEF-KM.
           IF KT-AY (KI) NOT = ZEROS
              MOVE BH-SON-TARIH TO T-TARIH
              MOVE KT-AY (KI) TO EK-AY
              PERFORM AY-EKLE THRU AY-EKLE-SON
              IF T-TARIH < BH-VADE-TARIH
                 MOVE T-TARIH TO BH-VADE-TARIH
              END-IF
           END-IF.
           IF KT-KM (KI) = ZEROS GO VADE-BUL-SON.
           IF BH-SON-KM NOT = ZEROS
              COMPUTE BH-HEDEF-KM = BH-SON-KM + KT-KM (KI).
           IF BH-HEDEF-KM NOT = ZEROS AND KM-MAX NOT < BH-HEDEF-KM
              AND KM-MAX-TARIH > BH-SON-TARIH
              MOVE KM-MAX-TARIH TO T-TARIH
           ELSE
              MOVE BH-SON-TARIH TO T-TARIH
              COMPUTE EK-AY = KT-KM (KI) / AYLIK-KM
              IF EK-AY = ZEROS MOVE 1 TO EK-AY END-IF
              PERFORM AY-EKLE THRU AY-EKLE-SON
           END-IF.
           IF T-TARIH < BH-VADE-TARIH
              MOVE T-TARIH TO BH-VADE-TARIH.
       VADE-BUL-SON.

       AY-EKLE.
           COMPUTE AY-TOP = T-AY + EK-AY - 1.
           DIVIDE AY-TOP BY 12 GIVING YIL-EK REMAINDER AY-KALAN.
           ADD YIL-EK TO T-YIL.
           COMPUTE T-AY = AY-KALAN + 1.
           IF T-AY = 2 AND T-GUN > 28 MOVE 28 TO T-GUN.
           IF (T-AY = 4 OR T-AY = 6 OR T-AY = 9 OR T-AY = 11)
              AND T-GUN > 30 MOVE 30 TO T-GUN.
       AY-EKLE-SON.

       KALAN-GUN-BUL.
           COMPUTE GUN1 = BH-VGUN + BH-VAY * 30,41 + BH-VYIL * 365.
           COMPUTE GUN2 = BU-GUN + BU-AY * 30,41 + BU-YIL * 365.
           COMPUTE KALAN-GUN = GUN1 - GUN2.

       CEP-BUL.
           MOVE ZEROS TO B-CEP V-CEP.
           MOVE BH-HESAPNO TO SCT-HESAPNO.
           MOVE ZEROS TO SCT-SIRA.
           READ SICILTEL INVALID KEY GO CEP-BUL-SON.
           MOVE SCT-VARSAYILAN-CEP TO V-CEP.
           IF V-CEP = ZEROS GO CEP-BUL-SON.
           MOVE V-CEP TO SCT-SIRA.
           READ SICILTEL INVALID KEY GO CEP-BUL-SON.
           MOVE SCT-TEL TO B-CEP.
       CEP-BUL-SON.

      * her vade icin bir kez haber verilir; kapanmis hesaba ve
      * kanal kapaliyken mesaj gitmez, yalniz listede gorunur
       BILDIRIM.
           IF BH-BILDIRILDI
              MOVE 'GONDERILMIS' TO B-DURUM GO BILDIRIM-SON.
           IF SC-KAPANDI
              MOVE 'HESAP KAPALI' TO B-DURUM GO BILDIRIM-SON.
           IF KANAL NOT = 'SMS' AND KANAL NOT = 'WHATSAPP'
              MOVE 'LISTE' TO B-DURUM GO BILDIRIM-SON.
           IF B-CEP = ZEROS
              MOVE 'TELEFON YOK' TO B-DURUM
              ADD 1 TO TELSIZ
              IF BH-TELEFON-YOK GO BILDIRIM-SON END-IF
              MOVE 2 TO BH-DURUM
              MOVE BUGUN TO BH-BILDIRIM-TARIH
              PERFORM REWRITE-BAKIMHAT
              GO BILDIRIM-SON.
           IF KANAL = 'WHATSAPP' MOVE 'CWHATSAPP' TO SMS-PROGRAM
              ELSE MOVE 'CSMS' TO SMS-PROGRAM.
           MOVE B-CEP TO SMS-TEL.
           MOVE KT-MESAJ (KI) TO SMS-KONU.
           MOVE BH-PLAKA TO SMS-PLAKA.
           CALL 'SYSTEM' USING SMS-PARAM.
           ADD 1 TO GONDERILEN.
           MOVE 'GONDERILDI' TO B-DURUM.
           MOVE 1 TO BH-DURUM.
           MOVE BUGUN TO BH-BILDIRIM-TARIH.
           PERFORM REWRITE-BAKIMHAT.
       BILDIRIM-SON.

       LISTE-YAZ.
           MOVE BH-SON-KM TO Z-KM.
           MOVE SPACES TO CSV-SATIR.
           STRING BH-PLAKA ';' BH-HESAPNO ';' SC-HESAPADI(1:40) ';'
              KT-TIP (KI) ';'
              BH-SGUN '/' BH-SAY '/' BH-SYIL ';' BH-SON-EVRAKNO ';'
              Z-KM ';'
              DELIMITED BY SIZE INTO CSV-SATIR.
           MOVE BH-HEDEF-KM TO Z-KM.
           STRING Z-KM ';' BH-VGUN '/' BH-VAY '/' BH-VYIL ';'
              B-CEP ';' B-DURUM
              DELIMITED BY SIZE INTO CSV-SATIR(150:51).
           WRITE CSV-SATIR.

      * gonderim yapmadan, hesaplanmis vadelerden onumuzdeki
      * gunlerde gelecek olanlar ekrana dokulur
       VADE-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM KURAL-YUKLE THRU KURAL-YUKLE-SON.
           DISPLAY 'PLAKA      GRUP' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'SON ALIS   VADE       HEDEF KM DURUM'
              LINE 4 POSITION 34.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO VADE-SAYI.
           OPEN INPUT BAKIMHAT.
           MOVE SPACES TO BH-PLAKA.
           MOVE ZEROS TO BH-TIPKOD.
           START BAKIMHAT KEY IS NOT LESS THAN BH-KEY
              INVALID KEY GO VADE-LISTE-KAPAT.
       VADE-LISTE-OKU.
           READ BAKIMHAT NEXT AT END GO VADE-LISTE-KAPAT.
           IF BH-VYIL = ZEROS OR BH-VYIL = 9999 GO VADE-LISTE-OKU.
           PERFORM KALAN-GUN-BUL.
           IF KALAN-GUN > LISTE-GUN GO VADE-LISTE-OKU.
           ADD 1 TO VADE-SAYI.
           IF SATIR > 31 GO VADE-LISTE-OKU.
           PERFORM KURAL-KOD-BUL THRU KURAL-KOD-BUL-SON.
           MOVE SPACES TO B-GRUP.
           IF KI NOT = ZEROS MOVE KT-TIP (KI) TO B-GRUP.
           EVALUATE TRUE
            WHEN BH-BILDIRILDI  MOVE 'GONDERILDI' TO B-DURUM
            WHEN BH-TELEFON-YOK MOVE 'TELEFON YOK' TO B-DURUM
            WHEN OTHER          MOVE 'BEKLIYOR' TO B-DURUM
           END-EVALUATE.
           MOVE BH-HEDEF-KM TO Z-KM.
           DISPLAY BH-PLAKA LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              B-GRUP(1:20) LINE SATIR POSITION 13
              BH-SGUN LINE SATIR POSITION 34
              '/' LINE SATIR POSITION 36
              BH-SAY LINE SATIR POSITION 37
              '/' LINE SATIR POSITION 39
              BH-SYIL LINE SATIR POSITION 40
              BH-VGUN LINE SATIR POSITION 45
              '/' LINE SATIR POSITION 47
              BH-VAY LINE SATIR POSITION 48
              '/' LINE SATIR POSITION 50
              BH-VYIL LINE SATIR POSITION 51
              Z-KM LINE SATIR POSITION 57
              B-DURUM LINE SATIR POSITION 65.
           ADD 1 TO SATIR.
           GO VADE-LISTE-OKU.
       VADE-LISTE-KAPAT.
           CLOSE BAKIMHAT.
           MOVE VADE-SAYI TO Z-SAYI.
           DISPLAY 'VADESI GELEN ARAC/GRUP :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 32 POSITION 27.
       VADE-LISTE-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==BAKKURAL==
                                  "%T%"  BY "BAKKURAL"
                                 ==%R%== BY ==BK-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==BAKIMHAT==
                                  "%T%"  BY "BAKIMHAT"
                                 ==%R%== BY ==BH-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
