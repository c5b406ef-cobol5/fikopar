       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'EKSMUT'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'sicil.cpy'.
       copy 'carhar.cpy'.
       copy 'mutabkt.cpy'.
       copy 'eksmut.cpy'.
            SELECT ICERI ASSIGN TO DISK, ICERI-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
            SELECT RAPOR ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'sicil.cpz'.
       copy 'carhar.cpz'.
       copy 'mutabkt.cpz'.
       copy 'eksmut.cpz'.
       FD ICERI.
       01 ICERI-SATIR                   PIC X(160).
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-TARAF              PIC X.
               03 TP-SIRA               PIC 9(5).
           02 TP-TARIH.
               03 TP-YIL                PIC 9999.
               03 TP-AY                 PIC 99.
               03 TP-GUN                PIC 99.
           02 TP-VT                     PIC 9(7)V99.
           02 TP-EVRAKNO                PIC X(15).
           02 TP-BORC                   PIC S9(13)V99.
           02 TP-ALACAK                 PIC S9(13)V99.
           02 TP-DURUM                  PIC X.
           02 TP-ESLES-SIRA             PIC 9(5).
       FD RAPOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
       01 RAPOR-SATIR                   PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-HESAPNO         PIC X(15).
           02 E-KESIM.
               03 EK-YIL            PIC 9999.
               03 EK-AY             PIC 99.
               03 EK-GUN            PIC 99.
           02 E-PENCERE         PIC 99.
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 ICERI-AD          PIC X(20).
           02 Z-SAYI            PIC ZZZZ9.
           02 YZ-TUTAR          PIC -------------,--.
       01 ICERI-DOSYA.
           02 FILLER            PIC X(5) VALUE 'DATA\'.
           02 ID-AD             PIC X(20).
       01 COZ-DEGIS.
           02 A1                PIC X(10).
           02 A2                PIC X(15).
           02 A3                PIC X(16).
           02 A4                PIC X(16).
           02 A-TARIH.
               03 A-YIL             PIC 9999.
               03 A-AY              PIC 99.
               03 A-GUN             PIC 99.
           02 TC-ALAN           PIC X(16).
           02 TC-I              PIC 99.
           02 TC-D              PIC 9.
           02 TC-KURUS          PIC 9.
           02 TC-TUTAR          PIC 9(11)V99.
           02 A-BORC            PIC 9(11)V99.
           02 A-ALACAK          PIC 9(11)V99.
       01 ESLE-DEGIS.
           02 T-BASLANGIC       PIC 9(8).
           02 T-KESIM           PIC 9(8).
           02 T-SATIR           PIC 9(8).
           02 T-ACILIS          PIC S9(13)V99.
           02 T-BIZ-BAKIYE      PIC S9(13)V99.
           02 T-KARSI-BAKIYE    PIC S9(13)V99.
           02 T-KARSI-NET       PIC S9(13)V99.
           02 T-BIZ-NET         PIC S9(13)V99.
           02 T-FARK            PIC S9(13)V99.
           02 T-KARSI-BORC      PIC S9(13)V99.
           02 T-KARSI-ALACAK    PIC S9(13)V99.
           02 K-SAYI            PIC 9(5).
           02 B-SAYI            PIC 9(5).
           02 K-SIRA            PIC 9(5).
           02 B-SIRA            PIC 9(5).
           02 YAZ-SIRA          PIC 9(5).
           02 GECIS             PIC 9.
           02 K-VT              PIC 9(7)V99.
           02 K-EVRAKNO         PIC X(15).
           02 K-BORC            PIC S9(13)V99.
           02 K-ALACAK          PIC S9(13)V99.
           02 FARK-GUN          PIC S9(7)V99.
           02 YENI-DURUM        PIC X.
           02 SY-ESLESTI        PIC 9(5).
           02 SY-TUTAR-TARIH    PIC 9(5).
           02 SY-FARKLI         PIC 9(5).
           02 SY-KARSI          PIC 9(5).
           02 SY-BIZ            PIC 9(5).
           02 SY-DISI           PIC 9(5).
       01 CSV-DEGIS.
           02 C-KB              PIC -(12)9,99.
           02 C-KA              PIC -(12)9,99.
           02 C-BB              PIC -(12)9,99.
           02 C-BA              PIC -(12)9,99.
           02 C-FARK            PIC -(12)9,99.
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
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
       BEGIN-PROGRAM.
      * cari hesabin karsi taraftan gelen ekstresi (tedarikci
      * ekstresi) CARHAR satirlariyla satir satir eslestirilir.
      * sonuc EKSMUT dosyasina kesim tarihiyle saklanir; onaylanan
      * kesim bir sonraki mutabakatin baslangic noktasi olur
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' CARI EKSTRE SATIR MUTABAKATI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'EKSTRE AL/ESLESTIR' REVERSE
              ' F2 ' 'MUTABIK ONAYI' REVERSE
              ' F3 ' 'FARK LISTESI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM ESLESTIR THRU ESLESTIR-SON GO TUS.
           IF F = 2 PERFORM ONAYLA THRU ONAYLA-SON GO TUS.
           IF F = 3 PERFORM FARK-LISTE THRU FARK-LISTE-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

       HESAP-KESIM-AL.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE 27 TO F.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO HESAP-KESIM-AL-SON.
           OPEN INPUT SICIL.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           CLOSE SICIL.
           DISPLAY 'HESAP        :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-HESAPNO LINE 4 POSITION 17
              SC-HESAPADI LINE 4 POSITION 33 SIZE 45
              'KESIM TARIHI :' LINE 5 POSITION 2.
           MOVE BUGUN TO E-KESIM.
           ACCEPT EK-GUN LINE 5 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT EK-AY LINE 5 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT EK-YIL LINE 5 POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           COMPUTE T-KESIM = EK-YIL * 10000 + EK-AY * 100 + EK-GUN.
       HESAP-KESIM-AL-SON.

      * hesabin en son onaylanmis kesimi ve o tarihteki bakiyemiz
      * baslangic noktasidir; hic yoksa hesabin basindan baslanir
       SON-ONAY-BUL.
           MOVE ZEROS TO T-BASLANGIC.
           MOVE E-HESAPNO TO EM-HESAPNO.
           MOVE 99999999 TO EM-KESIM.
           MOVE 99999 TO EM-SIRA.
           START EKSMUT KEY IS NOT GREATER THAN EM-KEY
              INVALID KEY GO SON-ONAY-BUL-SON.
       SON-ONAY-OKU.
           READ EKSMUT PREVIOUS AT END GO SON-ONAY-BUL-SON.
           IF EM-HESAPNO NOT = E-HESAPNO GO SON-ONAY-BUL-SON.
           IF EM-SIRA NOT = ZEROS OR NOT EM-ONAYLI
              GO SON-ONAY-OKU.
           MOVE EM-KESIM TO T-BASLANGIC.
       SON-ONAY-BUL-SON.

       ESLESTIR.
           PERFORM HESAP-KESIM-AL THRU HESAP-KESIM-AL-SON.
           IF F = 27 GO ESLESTIR-SON.
           OPEN I-O EKSMUT.
           IF ST-EKSMUT = '35'
              CLOSE EKSMUT
              OPEN OUTPUT EKSMUT
              CLOSE EKSMUT
              OPEN I-O EKSMUT.
           PERFORM SON-ONAY-BUL THRU SON-ONAY-BUL-SON.
           DISPLAY 'SON MUTABIK  :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF T-BASLANGIC = ZEROS
              DISPLAY 'YOK - HESABIN BASINDAN' LINE 6 POSITION 17
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              DISPLAY T-BASLANGIC(7:2) LINE 6 POSITION 17
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 '/' LINE 6 POSITION 19
                 T-BASLANGIC(5:2) LINE 6 POSITION 20
                 '/' LINE 6 POSITION 22
                 T-BASLANGIC(1:4) LINE 6 POSITION 23
           END-IF.
           IF T-KESIM NOT > T-BASLANGIC
              DISPLAY 'KESIM SON MUTABIK TARIHTEN SONRA OLMALI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE EKSMUT
              GO ESLESTIR-SON.
           DISPLAY 'EKSTRE DOSYASI :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TARIH ARALIGI (GUN) :' LINE 8 POSITION 2.
           MOVE 'EKSTRE.CSV' TO ICERI-AD.
           ACCEPT ICERI-AD LINE 7 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 5 TO E-PENCERE.
           ACCEPT E-PENCERE LINE 8 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE EKSMUT GO ESLESTIR-SON.
           MOVE ICERI-AD TO ID-AD.
           OPEN INPUT ICERI.
           IF ST-TEMPFILE NOT = '00'
              DISPLAY 'DOSYA ACILAMADI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE EKSMUT
              GO ESLESTIR-SON.
           DISPLAY 'ESLESTIRILIYOR...' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE.
           CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           MOVE ZEROS TO K-SAYI B-SAYI SY-ESLESTI SY-TUTAR-TARIH
              SY-FARKLI SY-KARSI SY-BIZ SY-DISI T-ACILIS
              T-BIZ-BAKIYE T-KARSI-NET T-KARSI-BORC T-KARSI-ALACAK.
           PERFORM KARSI-YUKLE THRU KARSI-YUKLE-SON.
           CLOSE ICERI.
           PERFORM BIZ-YUKLE THRU BIZ-YUKLE-SON.
           PERFORM VARYING GECIS FROM 1 BY 1 UNTIL GECIS > 3
              PERFORM VARYING K-SIRA FROM 1 BY 1 UNTIL K-SIRA > K-SAYI
                 PERFORM KARSI-ESLE THRU KARSI-ESLE-SON
              END-PERFORM
           END-PERFORM.
           COMPUTE T-KARSI-BAKIYE = T-ACILIS + T-KARSI-NET.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
           CLOSE TEMPFILE EKSMUT.
           DELETE FILE TEMPFILE.
           PERFORM OZET-GOSTER THRU OZET-GOSTER-SON.
       ESLESTIR-SON.

      * ekstre satiri: GG/AA/YYYY;EVRAKNO;BORC;ALACAK
      * borc/alacak karsi tarafin defterine goredir, bize ters
      * yazilir. son mutabik tarihten onceki ve kesimden sonraki
      * satirlar donem disi sayilir
       KARSI-YUKLE.
           READ ICERI AT END GO KARSI-YUKLE-SON.
           IF ICERI-SATIR = SPACES GO KARSI-YUKLE.
           MOVE SPACES TO A1 A2 A3 A4.
           UNSTRING ICERI-SATIR DELIMITED BY ';'
              INTO A1 A2 A3 A4
           END-UNSTRING.
           IF A1(3:1) NOT = '/' GO KARSI-YUKLE.
           MOVE A1(7:4) TO A-YIL.
           MOVE A1(4:2) TO A-AY.
           MOVE A1(1:2) TO A-GUN.
           IF A-TARIH NOT NUMERIC GO KARSI-YUKLE.
           COMPUTE T-SATIR = A-YIL * 10000 + A-AY * 100 + A-GUN.
           IF T-SATIR NOT > T-BASLANGIC OR T-SATIR > T-KESIM
              ADD 1 TO SY-DISI
              GO KARSI-YUKLE.
           MOVE A3 TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           MOVE TC-TUTAR TO A-BORC.
           MOVE A4 TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           MOVE TC-TUTAR TO A-ALACAK.
           IF A-BORC = ZEROS AND A-ALACAK = ZEROS GO KARSI-YUKLE.
           ADD 1 TO K-SAYI.
           INITIALIZE TP-KAYIT.
           MOVE 'K' TO TP-TARAF.
           MOVE K-SAYI TO TP-SIRA.
           MOVE A-TARIH TO TP-TARIH.
           COMPUTE TP-VT = A-GUN + A-AY * 30,41 + A-YIL * 365.
           MOVE A2 TO TP-EVRAKNO.
           MOVE A-ALACAK TO TP-BORC.
           MOVE A-BORC TO TP-ALACAK.
           MOVE SPACES TO TP-DURUM.
           ADD A-BORC TO T-KARSI-BORC.
           ADD A-ALACAK TO T-KARSI-ALACAK.
           COMPUTE T-KARSI-NET = T-KARSI-NET + A-ALACAK - A-BORC.
           WRITE TP-KAYIT.
           GO KARSI-YUKLE.
       KARSI-YUKLE-SON.

      * 1.234,56 bicimli tutari rakam rakam cozer - nokta
      * atlanir, virgulden sonra iki hane kurus alinir
       TUTAR-COZ.
           MOVE ZEROS TO TC-TUTAR TC-KURUS.
           MOVE 1 TO TC-I.
       TUTAR-COZ-TARA.
           IF TC-I > 16 GO TUTAR-COZ-SON.
           IF TC-ALAN(TC-I:1) = '.'
              ADD 1 TO TC-I GO TUTAR-COZ-TARA.
           IF TC-ALAN(TC-I:1) = ','
              MOVE 1 TO TC-KURUS
              ADD 1 TO TC-I GO TUTAR-COZ-TARA.
           IF TC-ALAN(TC-I:1) NOT NUMERIC
              IF TC-TUTAR = ZEROS AND TC-KURUS = ZEROS
                 ADD 1 TO TC-I GO TUTAR-COZ-TARA
              ELSE
                 GO TUTAR-COZ-SON
              END-IF.
           IF TC-KURUS > 2 GO TUTAR-COZ-SON.
           MOVE TC-ALAN(TC-I:1) TO TC-D.
           IF TC-KURUS = ZEROS
              COMPUTE TC-TUTAR = TC-TUTAR * 10 + TC-D
           ELSE
              IF TC-KURUS = 1
                 COMPUTE TC-TUTAR = TC-TUTAR + TC-D / 10
              ELSE
                 COMPUTE TC-TUTAR = TC-TUTAR + TC-D / 100
              END-IF
              ADD 1 TO TC-KURUS
           END-IF.
           ADD 1 TO TC-I.
           GO TUTAR-COZ-TARA.
       TUTAR-COZ-SON.

      * baslangica kadarki hareketler acilis bakiyesidir, donem
      * icindekiler eslesmek uzere yuklenir
       BIZ-YUKLE.
           OPEN INPUT CARHAR.
           MOVE E-HESAPNO TO CH-HESAPNO.
           MOVE ZEROS TO CH-DEPONO CH-TARIH CH-SIRA.
           START CARHAR KEY IS NOT LESS THAN CH-KEY
              INVALID KEY GO BIZ-YUKLE-KAPAT.
       BIZ-YUKLE-OKU.
           READ CARHAR NEXT AT END GO BIZ-YUKLE-KAPAT.
           IF CH-HESAPNO NOT = E-HESAPNO GO BIZ-YUKLE-KAPAT.
           COMPUTE T-SATIR = CH-YIL * 10000 + CH-AY * 100 + CH-GUN.
           IF T-SATIR > T-KESIM GO BIZ-YUKLE-OKU.
           COMPUTE T-BIZ-BAKIYE = T-BIZ-BAKIYE + CH-BORC - CH-ALACAK.
           IF T-SATIR NOT > T-BASLANGIC
              COMPUTE T-ACILIS = T-ACILIS + CH-BORC - CH-ALACAK
              GO BIZ-YUKLE-OKU.
           ADD 1 TO B-SAYI.
           INITIALIZE TP-KAYIT.
           MOVE 'B' TO TP-TARAF.
           MOVE B-SAYI TO TP-SIRA.
           MOVE CH-TARIH TO TP-TARIH.
           COMPUTE TP-VT = CH-GUN + CH-AY * 30,41 + CH-YIL * 365.
           MOVE CH-EVRAKNO TO TP-EVRAKNO.
           MOVE CH-BORC TO TP-BORC.
           MOVE CH-ALACAK TO TP-ALACAK.
           MOVE SPACES TO TP-DURUM.
           WRITE TP-KAYIT.
           GO BIZ-YUKLE-OKU.
       BIZ-YUKLE-KAPAT.
           CLOSE CARHAR.
       BIZ-YUKLE-SON.

      * 1. gecis evrak no + tutar + tarih araligi (E)
      * 2. gecis tutar + tarih araligi (T)
      * 3. gecis evrak no tutuyor, tutar farkli (F)
      * eslesmeyenler yalniz karsida (K) / yalniz bizde (B) kalir
       KARSI-ESLE.
           MOVE 'K' TO TP-TARAF.
           MOVE K-SIRA TO TP-SIRA.
           READ TEMPFILE INVALID KEY GO KARSI-ESLE-SON.
           IF TP-DURUM NOT = SPACES GO KARSI-ESLE-SON.
           IF GECIS NOT = 2 AND TP-EVRAKNO = SPACES
              GO KARSI-ESLE-SON.
           MOVE TP-VT TO K-VT.
           MOVE TP-EVRAKNO TO K-EVRAKNO.
           MOVE TP-BORC TO K-BORC.
           MOVE TP-ALACAK TO K-ALACAK.
           MOVE SPACES TO YENI-DURUM.
           MOVE 'B' TO TP-TARAF.
           MOVE ZEROS TO TP-SIRA.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO KARSI-ESLE-SON.
       KARSI-ESLE-OKU.
           READ TEMPFILE NEXT AT END GO KARSI-ESLE-SON.
           IF TP-TARAF NOT = 'B' GO KARSI-ESLE-SON.
           IF TP-DURUM NOT = SPACES GO KARSI-ESLE-OKU.
           COMPUTE FARK-GUN = K-VT - TP-VT.
           IF FARK-GUN < ZEROS
              COMPUTE FARK-GUN = ZEROS - FARK-GUN.
           EVALUATE GECIS
            WHEN 1
              IF TP-EVRAKNO = K-EVRAKNO AND TP-BORC = K-BORC
                 AND TP-ALACAK = K-ALACAK AND FARK-GUN NOT > E-PENCERE
                 MOVE 'E' TO YENI-DURUM
              END-IF
            WHEN 2
              IF TP-BORC = K-BORC AND TP-ALACAK = K-ALACAK
                 AND FARK-GUN NOT > E-PENCERE
                 MOVE 'T' TO YENI-DURUM
              END-IF
            WHEN OTHER
              IF TP-EVRAKNO = K-EVRAKNO
                 MOVE 'F' TO YENI-DURUM
              END-IF
           END-EVALUATE.
           IF YENI-DURUM = SPACES GO KARSI-ESLE-OKU.
           MOVE YENI-DURUM TO TP-DURUM.
           MOVE K-SIRA TO TP-ESLES-SIRA.
           REWRITE TP-KAYIT.
           MOVE TP-SIRA TO B-SIRA.
           MOVE 'K' TO TP-TARAF.
           MOVE K-SIRA TO TP-SIRA.
           READ TEMPFILE INVALID KEY GO KARSI-ESLE-SON.
           MOVE YENI-DURUM TO TP-DURUM.
           MOVE B-SIRA TO TP-ESLES-SIRA.
           REWRITE TP-KAYIT.
       KARSI-ESLE-SON.

      * ayni kesimin onceki sonucu silinip yenisi yazilir, csv
      * ye de dokulur
       SONUC-YAZ.
           MOVE E-HESAPNO TO EM-HESAPNO.
           MOVE E-KESIM TO EM-KESIM.
           MOVE ZEROS TO EM-SIRA.
           START EKSMUT KEY IS NOT LESS THAN EM-KEY
              INVALID KEY GO SONUC-OZET.
       SONUC-SIL.
           READ EKSMUT NEXT AT END GO SONUC-OZET.
           IF EM-HESAPNO NOT = E-HESAPNO OR EM-KESIM NOT = E-KESIM
              GO SONUC-OZET.
           PERFORM DELETE-EKSMUT.
           GO SONUC-SIL.
       SONUC-OZET.
           INITIALIZE EM-KAYIT.
           MOVE E-HESAPNO TO EM-HESAPNO.
           MOVE E-KESIM TO EM-KESIM.
           MOVE ZEROS TO EM-SIRA.
           MOVE BUGUN TO EM-TARIH.
           MOVE T-BASLANGIC TO EM-BASLANGIC.
           MOVE 'H' TO EM-ONAY.
           MOVE ZEROS TO EM-ONAY-TARIH.
           MOVE T-KARSI-BORC TO EM-KARSI-BORC.
           MOVE T-KARSI-ALACAK TO EM-KARSI-ALACAK.
           MOVE T-BIZ-BAKIYE TO EM-BIZ-BAKIYE.
           MOVE T-KARSI-BAKIYE TO EM-KARSI-BAKIYE.
           PERFORM WRITE-EKSMUT.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'EKSMT' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING 'DURUM;KARSI TARIH;KARSI EVRAK;KARSI BORC;'
              'KARSI ALACAK;BIZIM TARIH;BIZIM EVRAK;BIZIM BORC;'
              'BIZIM ALACAK;FARK' DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE ZEROS TO YAZ-SIRA.
           PERFORM VARYING K-SIRA FROM 1 BY 1 UNTIL K-SIRA > K-SAYI
              PERFORM KARSI-SATIR-YAZ THRU KARSI-SATIR-YAZ-SON
           END-PERFORM.
           PERFORM VARYING B-SIRA FROM 1 BY 1 UNTIL B-SIRA > B-SAYI
              PERFORM BIZ-SATIR-YAZ THRU BIZ-SATIR-YAZ-SON
           END-PERFORM.
           CLOSE RAPOR.
       SONUC-YAZ-SON.

       KARSI-SATIR-YAZ.
           MOVE 'K' TO TP-TARAF.
           MOVE K-SIRA TO TP-SIRA.
           READ TEMPFILE INVALID KEY GO KARSI-SATIR-YAZ-SON.
           INITIALIZE EM-KAYIT.
           MOVE TP-DURUM TO EM-DURUM.
           IF TP-DURUM = SPACES MOVE 'K' TO EM-DURUM.
           MOVE TP-TARIH TO EM-TARIH.
           MOVE TP-EVRAKNO TO EM-EVRAKNO.
           MOVE TP-ALACAK TO EM-KARSI-BORC.
           MOVE TP-BORC TO EM-KARSI-ALACAK.
           IF TP-DURUM NOT = SPACES
              MOVE 'B' TO TP-TARAF
              MOVE TP-ESLES-SIRA TO TP-SIRA
              READ TEMPFILE
                 NOT INVALID KEY
                    MOVE TP-TARIH TO EM-CH-TARIH
                    MOVE TP-EVRAKNO TO EM-CH-EVRAKNO
                    MOVE TP-BORC TO EM-BIZ-BORC
                    MOVE TP-ALACAK TO EM-BIZ-ALACAK
              END-READ
           END-IF.
           PERFORM SATIR-KAYDET THRU SATIR-KAYDET-SON.
       KARSI-SATIR-YAZ-SON.

       BIZ-SATIR-YAZ.
           MOVE 'B' TO TP-TARAF.
           MOVE B-SIRA TO TP-SIRA.
           READ TEMPFILE INVALID KEY GO BIZ-SATIR-YAZ-SON.
           IF TP-DURUM NOT = SPACES GO BIZ-SATIR-YAZ-SON.
           INITIALIZE EM-KAYIT.
           MOVE 'B' TO EM-DURUM.
           MOVE TP-TARIH TO EM-CH-TARIH.
           MOVE TP-EVRAKNO TO EM-CH-EVRAKNO.
           MOVE TP-BORC TO EM-BIZ-BORC.
           MOVE TP-ALACAK TO EM-BIZ-ALACAK.
           PERFORM SATIR-KAYDET THRU SATIR-KAYDET-SON.
       BIZ-SATIR-YAZ-SON.

      * fark bizim bakisimizla (borc - alacak) bizim eksi karsi
       SATIR-KAYDET.
           ADD 1 TO YAZ-SIRA.
           MOVE E-HESAPNO TO EM-HESAPNO.
           MOVE E-KESIM TO EM-KESIM.
           MOVE YAZ-SIRA TO EM-SIRA.
           PERFORM WRITE-EKSMUT.
           EVALUATE TRUE
            WHEN EM-ESLESTI ADD 1 TO SY-ESLESTI
            WHEN EM-TUTAR-TARIH ADD 1 TO SY-TUTAR-TARIH
            WHEN EM-TUTAR-FARKLI ADD 1 TO SY-FARKLI
            WHEN EM-YALNIZ-KARSI ADD 1 TO SY-KARSI
            WHEN OTHER ADD 1 TO SY-BIZ
           END-EVALUATE.
           PERFORM FARK-HESAPLA THRU FARK-HESAPLA-SON.
           MOVE EM-KARSI-BORC TO C-KB.
           MOVE EM-KARSI-ALACAK TO C-KA.
           MOVE EM-BIZ-BORC TO C-BB.
           MOVE EM-BIZ-ALACAK TO C-BA.
           MOVE T-FARK TO C-FARK.
           MOVE SPACES TO RAPOR-SATIR.
           STRING EM-DURUM ';' EM-GUN '/' EM-AY '/' EM-YIL ';'
              EM-EVRAKNO ';' C-KB ';' C-KA ';'
              EM-CH-GUN '/' EM-CH-AY '/' EM-CH-YIL ';'
              EM-CH-EVRAKNO ';' C-BB ';' C-BA ';' C-FARK
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
       SATIR-KAYDET-SON.

       FARK-HESAPLA.
           COMPUTE T-KARSI-NET = EM-KARSI-ALACAK - EM-KARSI-BORC.
           COMPUTE T-BIZ-NET = EM-BIZ-BORC - EM-BIZ-ALACAK.
           COMPUTE T-FARK = T-BIZ-NET - T-KARSI-NET.
       FARK-HESAPLA-SON.

       OZET-GOSTER.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'HESAP                :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-HESAPNO LINE 4 POSITION 25.
           MOVE SY-ESLESTI TO Z-SAYI.
           DISPLAY 'ESLESEN (EVRAK+TUTAR):' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 6 POSITION 25.
           MOVE SY-TUTAR-TARIH TO Z-SAYI.
           DISPLAY 'ESLESEN (TUTAR+TARIH):' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 7 POSITION 25.
           MOVE SY-FARKLI TO Z-SAYI.
           DISPLAY 'TUTARI FARKLI        :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 8 POSITION 25.
           MOVE SY-KARSI TO Z-SAYI.
           DISPLAY 'YALNIZ KARSI TARAFTA :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 9 POSITION 25.
           MOVE SY-BIZ TO Z-SAYI.
           DISPLAY 'YALNIZ BIZDE         :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 10 POSITION 25.
           MOVE SY-DISI TO Z-SAYI.
           DISPLAY 'DONEM DISI SATIR     :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 11 POSITION 25.
           MOVE T-BIZ-BAKIYE TO YZ-TUTAR.
           DISPLAY 'BIZIM BAKIYE         :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 13 POSITION 25.
           MOVE T-KARSI-BAKIYE TO YZ-TUTAR.
           DISPLAY 'KARSI TARAF BAKIYESI :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 14 POSITION 25.
           COMPUTE T-FARK = T-BIZ-BAKIYE - T-KARSI-BAKIYE.
           MOVE T-FARK TO YZ-TUTAR.
           DISPLAY 'FARK                 :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 15 POSITION 25
              'RAPOR: ' LINE 17 POSITION 2
              CSV-DOSYA LINE 17 POSITION 9.
       OZET-GOSTER-SON.

      * onaylanan kesim sonraki mutabakatin baslangicidir; ayni
      * kesimli mutabakat mektubu varsa cevabi da islenir
       ONAYLA.
           PERFORM HESAP-KESIM-AL THRU HESAP-KESIM-AL-SON.
           IF F = 27 GO ONAYLA-SON.
           OPEN I-O EKSMUT.
           MOVE E-HESAPNO TO EM-HESAPNO.
           MOVE E-KESIM TO EM-KESIM.
           MOVE ZEROS TO EM-SIRA.
           READ EKSMUT
              INVALID KEY
                 DISPLAY 'BU KESIMDE MUTABAKAT YOK !!!'
                    LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE EKSMUT
                 GO ONAYLA-SON.
           IF EM-ONAYLI
              DISPLAY 'BU KESIM ZATEN ONAYLI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE EKSMUT
              GO ONAYLA-SON.
           MOVE EM-BIZ-BAKIYE TO YZ-TUTAR.
           DISPLAY 'BIZIM BAKIYE         :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 7 POSITION 25.
           MOVE EM-KARSI-BAKIYE TO YZ-TUTAR.
           DISPLAY 'KARSI TARAF BAKIYESI :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 8 POSITION 25.
           COMPUTE T-FARK = EM-BIZ-BAKIYE - EM-KARSI-BAKIYE.
           MOVE T-FARK TO YZ-TUTAR.
           DISPLAY 'FARK                 :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 9 POSITION 25
              'MUTABIK KALINDI MI (E/H) :' LINE 11 POSITION 2.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 11 POSITION 29 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR (E-ONAY NOT = 'E' AND E-ONAY NOT = 'e')
              CLOSE EKSMUT
              GO ONAYLA-SON.
           MOVE 'E' TO EM-ONAY.
           MOVE BUGUN TO EM-ONAY-TARIH.
           PERFORM REWRITE-EKSMUT.
           CLOSE EKSMUT.
           OPEN I-O MUTABKT.
           IF ST-MUTABKT NOT = '00' GO ONAYLA-BITTI.
           MOVE E-HESAPNO TO MT-HESAPNO.
           MOVE E-KESIM TO MT-KESIM.
           READ MUTABKT INVALID KEY GO ONAYLA-MEKTUP-KAPAT.
           MOVE 1 TO MT-CEVAP.
           MOVE EM-KARSI-BAKIYE TO MT-KARSI-TUTAR.
           MOVE BUGUN TO MT-CEVAP-TARIH.
           PERFORM REWRITE-MUTABKT.
       ONAYLA-MEKTUP-KAPAT.
           CLOSE MUTABKT.
       ONAYLA-BITTI.
           DISPLAY 'MUTABAKAT ONAYLANDI' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       ONAYLA-SON.

      * eslesmeyen ve tutari farkli satirlar sayfa sayfa dokulur
       FARK-LISTE.
           PERFORM HESAP-KESIM-AL THRU HESAP-KESIM-AL-SON.
           IF F = 27 GO FARK-LISTE-SON.
           OPEN INPUT EKSMUT.
           IF ST-EKSMUT NOT = '00' GO FARK-LISTE-SON.
           PERFORM FARK-BASLIK THRU FARK-BASLIK-SON.
           MOVE E-HESAPNO TO EM-HESAPNO.
           MOVE E-KESIM TO EM-KESIM.
           MOVE 1 TO EM-SIRA.
           START EKSMUT KEY IS NOT LESS THAN EM-KEY
              INVALID KEY GO FARK-LISTE-KAPAT.
       FARK-OKU.
           READ EKSMUT NEXT AT END GO FARK-LISTE-KAPAT.
           IF EM-HESAPNO NOT = E-HESAPNO OR EM-KESIM NOT = E-KESIM
              GO FARK-LISTE-KAPAT.
           IF EM-ESLESTI OR EM-TUTAR-TARIH GO FARK-OKU.
           IF SATIR > 31
              DISPLAY 'DEVAM ICIN TUS, ESC CIKIS' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ACCEPT F FROM ESCAPE KEY
              IF F = 27 GO FARK-LISTE-KAPAT END-IF
              PERFORM FARK-BASLIK THRU FARK-BASLIK-SON.
           PERFORM FARK-HESAPLA THRU FARK-HESAPLA-SON.
           IF EM-YALNIZ-BIZ
              DISPLAY EM-CH-GUN LINE SATIR POSITION 5
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 '/' EM-CH-AY '/' EM-CH-YIL
                 EM-CH-EVRAKNO LINE SATIR POSITION 16
           ELSE
              DISPLAY EM-GUN LINE SATIR POSITION 5
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 '/' EM-AY '/' EM-YIL
                 EM-EVRAKNO LINE SATIR POSITION 16
           END-IF.
           DISPLAY EM-DURUM LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE T-KARSI-NET TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 32
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE T-BIZ-NET TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 47
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE T-FARK TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 62
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO FARK-OKU.
       FARK-LISTE-KAPAT.
           CLOSE EKSMUT.
       FARK-LISTE-SON.

       FARK-BASLIK.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'D  TARIH      EVRAK NO' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KARSI            BIZ            FARK'
              LINE 4 POSITION 41.
           DISPLAY 'K=YALNIZ KARSIDA  B=YALNIZ BIZDE  F=TUTAR FARKLI'
              LINE 33 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 5 TO SATIR.
       FARK-BASLIK-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==EKSMUT==
                                  "%T%"  BY "EKSMUT"
                                 ==%R%== BY ==EM-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==MUTABKT==
                                  "%T%"  BY "MUTABKT"
                                 ==%R%== BY ==MT-KAYIT==.
