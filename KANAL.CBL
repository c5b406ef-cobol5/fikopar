       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'KANAL'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'kanal.cpy'.
       copy 'kanhak.cpy'.
       copy 'stok.cpy'.
       copy 'sicil.cpy'.
       copy 'siparis.cpy'.
       copy 'sipdet.cpy'.
       copy 'hareket.cpy'.
       copy 'kasa.cpy'.
       copy 'odeme.cpy'.
       copy 'weblog.cpy'.
            SELECT ICERI ASSIGN TO DISK, ICERI-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT DISARI ASSIGN TO DISK, DISARI-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-SIPNO
               FILE STATUS IS ST-TEMPFILE.
            SELECT RAPOR ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'kanal.cpz'.
       copy 'kanhak.cpz'.
       copy 'stok.cpz'.
       copy 'sicil.cpz'.
       copy 'siparis.cpz'.
       copy 'sipdet.cpz'.
       copy 'hareket.cpz'.
       copy 'kasa.cpz'.
       copy 'odeme.cpz'.
       copy 'weblog.cpz'.
       FD ICERI.
       01 ICERI-SATIR                   PIC X(400).
       FD DISARI.
       01 DISARI-SATIR                  PIC X(200).
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-SIPNO                  PIC X(15).
           02 TP-TIP                    PIC 99.
           02 TP-FATURA                 PIC X(15).
           02 TP-TUTAR                  PIC S9(13)V99.
       FD RAPOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
       01 RAPOR-SATIR                   PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-KOD             PIC X(3).
           02 E-ONAY            PIC X.
           02 ISLEM             PIC 9.
           02 HATA-VAR          PIC 9.
           02 SEKIL-YOK         PIC 9.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-SAYI            PIC ZZZZ9.
           02 Z-YUZDE           PIC ZZ9,99.
           02 YZ-TUTAR          PIC -------------,--.
           02 DURUM-ADI         PIC X(10).
       77 OTOMATIK              PIC 9.
       01 ICERI-DOSYA.
           02 FILLER            PIC X(5) VALUE 'DATA\'.
           02 ID-AD             PIC X(20).
       01 DISARI-DOSYA.
           02 FILLER            PIC X(5) VALUE 'DATA\'.
           02 DD-AD             PIC X(20).
      * kanal dosyasindaki bir satirin kolonlari
       01 KOLON-DEGIS.
           02 KOLON             PIC X(40) OCCURS 20 TIMES.
       01 COZ-DEGIS.
           02 TC-ALAN           PIC X(40).
           02 TC-I              PIC 99.
           02 TC-D              PIC 9.
           02 TC-KURUS          PIC 9.
           02 TC-EKSI           PIC 9.
           02 TC-TUTAR          PIC S9(11)V999.
           02 A-TARIH.
               03 A-YIL             PIC 9999.
               03 A-AY              PIC 99.
               03 A-GUN             PIC 99.
       01 KANAL-DEGIS.
           02 K-NO              PIC 9(5).
           02 ATLA              PIC 9.
           02 AKTARILAN         PIC 9(5).
           02 HATALI            PIC 9(5).
           02 ATLANAN           PIC 9(5).
           02 MEVCUT            PIC S9(12)V9999.
           02 REZ-ADET          PIC S9(12)V9999.
           02 PAYLI             PIC 9(9).
           02 G-FIYAT           PIC 9(10)V9999.
           02 X-LIRA            PIC 9(8).
           02 X-KURUS           PIC 99.
           02 S-SIPNO           PIC X(15).
           02 S-ADET            PIC 9(9)V999.
           02 S-FIYAT           PIC 9(10)V9999.
           02 S-ALICI           PIC X(40).
           02 YENI-SIP          PIC X(15).
           02 H-TUTAR           PIC S9(13)V99.
           02 H-KOMIS           PIC S9(13)V99.
           02 H-KARGO           PIC S9(13)V99.
           02 H-TARIH           PIC 9(8).
           02 F-TUTAR           PIC S9(13)V99.
           02 O-TOPLAM          PIC S9(13)V99.
           02 FARK              PIC S9(13)V99.
           02 YENI-DURUM        PIC X.
           02 YENI-SIRA         PIC 999.
           02 TEKRAR            PIC 9.
           02 K-TUTAR           PIC S9(13)V99.
           02 K-SEKIL           PIC 9999.
           02 K-ACIKLAMA        PIC X(60).
           02 T-KOMIS           PIC S9(13)V99.
           02 T-KARGO           PIC S9(13)V99.
           02 SY-ESLESTI        PIC 9(5).
           02 SY-FARKLI         PIC 9(5).
           02 SY-FATURASIZ      PIC 9(5).
           02 SY-TEKRAR         PIC 9(5).
           02 YAS               PIC S9(7)V99.
           02 Z-YAS             PIC ZZZ9.
           02 SATIR-SAY         PIC 9(5).
       01 CSV-DEGIS.
           02 C-TUTAR           PIC -(12)9,99.
           02 C-KOMIS           PIC -(12)9,99.
           02 C-KARGO           PIC -(12)9,99.
           02 C-FTUTAR          PIC -(12)9,99.
       copy 'sipbild.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
      * pazaryeri kanallari: her kanalin kendi fiyat listesi, stok
      * payi ve dosya duzeni vardir. stok/fiyat dosyasi yazilir,
      * kanal siparisleri kanal koduyla SIPARIS e alinir, hakedis
      * raporu faturalarla eslestirilip komisyon ve kargo kesintisi
      * kanalin KASA sekillerine islenir
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
      * gece toplu isinden /G (stok/fiyat gonder) ya da /A
      * (siparis al) parametresiyle butun aktif kanallar icin
      * ekransiz kosar
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/G'
                 OR MAIN-ARGUMENT-VALUE(1:2) = '/A'
                 MOVE 1 TO OTOMATIK.
           IF OTOMATIK = 1
              ACCEPT BUGUN FROM CENTURY-DATE
              OPEN I-O KANAL
              IF ST-KANAL NOT = '00' GO CIKIS END-IF
              MOVE SPACES TO E-KOD
              MOVE 2 TO ISLEM
              IF MAIN-ARGUMENT-VALUE(1:2) = '/G' MOVE 1 TO ISLEM
              END-IF
              PERFORM KANAL-DOLAS THRU KANAL-DOLAS-SON
              CLOSE KANAL
              GO CIKIS.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
       BEGIN-PROGRAM.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' PAZARYERI KANALLARI ' LINE 2 POSITION 2.
           ACCEPT BUGUN FROM CENTURY-DATE.
           OPEN I-O KANAL.
           IF ST-KANAL = '35'
              CLOSE KANAL
              OPEN OUTPUT KANAL
              CLOSE KANAL
              OPEN I-O KANAL.
           PERFORM ANA-MENU THRU ANA-MENU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM KANAL-GIR THRU KANAL-GIR-SON
              PERFORM ANA-MENU THRU ANA-MENU-SON
              GO TUS.
           IF F = 2 MOVE 1 TO ISLEM
              PERFORM KANAL-CALISTIR THRU KANAL-CALISTIR-SON
              GO TUS.
           IF F = 3 MOVE 2 TO ISLEM
              PERFORM KANAL-CALISTIR THRU KANAL-CALISTIR-SON
              GO TUS.
           IF F = 4 MOVE 3 TO ISLEM
              PERFORM KANAL-CALISTIR THRU KANAL-CALISTIR-SON
              GO TUS.
           IF F = 5 PERFORM SIPARIS-ACIK THRU SIPARIS-ACIK-SON
              GO TUS.
           IF F = 6 PERFORM ODEME-ACIK THRU ODEME-ACIK-SON
              GO TUS.
           IF F = 7 PERFORM KANAL-LISTE THRU KANAL-LISTE-SON
              GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CLOSE KANAL.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
       CIKIS.
           EXIT PROGRAM.
           STOP RUN.

       ANA-MENU.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'KANAL' REVERSE
              ' F2 ' 'STOK/FIYAT' REVERSE
              ' F3 ' 'SIPARIS AL' REVERSE
              ' F4 ' 'HAKEDIS AL' REVERSE
              ' F5 ' 'ODENMEYEN SIP.' REVERSE
              ' F6 ' 'ESLESMEYEN ODEME' REVERSE
              ' F7 ' 'LISTE' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       ANA-MENU-SON.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

      * kanal kodu siparis numarasinin onekidir - uc harf olmali,
      * WEB kendi magazamizin, PLS plasiyer siparislerinindir
       KANAL-GIR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KANAL KODU    :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(UC HARF)' LINE 4 POSITION 30.
           MOVE SPACES TO E-KOD.
           ACCEPT E-KOD LINE 4 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-KOD = SPACES GO KANAL-GIR-SON.
           IF E-KOD(3:1) = SPACE OR E-KOD(1:1) = SPACE
              OR E-KOD = 'WEB' OR E-KOD = 'PLS'
              DISPLAY 'KANAL KODU UC HARF, WEB/PLS OLAMAZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO KANAL-GIR-SON.
           MOVE E-KOD TO KN-KOD.
           READ KANAL
              INVALID KEY
                 INITIALIZE KN-KAYIT
                 MOVE E-KOD TO KN-KOD
                 MOVE 100 TO KN-PAY
                 MOVE 1 TO KN-DEPONO KN-BASLIK
                 MOVE ';' TO KN-AYRAC
                 MOVE ',' TO KN-ONDALIK
                 STRING E-KOD 'STOK.CSV' DELIMITED BY SIZE
                    INTO KN-FEED-DOSYA
                 STRING E-KOD 'SIP.CSV' DELIMITED BY SIZE
                    INTO KN-SIP-DOSYA
                 STRING E-KOD 'HAK.CSV' DELIMITED BY SIZE
                    INTO KN-HAK-DOSYA
                 MOVE 'A' TO KN-DURUM
           END-READ.
           DISPLAY 'ADI           :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'CARI HESAP    :' LINE 6 POSITION 2
              'FIYAT LISTESI :' LINE 7 POSITION 2
              '(0 = STOK FIYATI)' LINE 7 POSITION 30
              'STOK PAYI %   :' LINE 8 POSITION 2
              '(SATILABILIR MIKTARIN)' LINE 8 POSITION 30
              'DEPO          :' LINE 9 POSITION 2
              'KOMISYON SEKLI:' LINE 10 POSITION 2
              'KARGO SEKLI   :' LINE 11 POSITION 2
              'KOLON AYRACI  :' LINE 12 POSITION 2
              'ONDALIK (, .) :' LINE 12 POSITION 30
              'BASLIK SATIRI :' LINE 13 POSITION 2
              'STOK DOSYASI  :' LINE 14 POSITION 2
              'SIPARIS DOS.  :' LINE 15 POSITION 2
              'HAKEDIS DOS.  :' LINE 16 POSITION 2
              '(DATA ALTINDA)' LINE 14 POSITION 40
              'KOLON NUMARALARI (0 = YOK)' LINE 18 POSITION 2
              'SIPNO BARKOD  ADET FIYAT ALICI'
                 LINE 19 POSITION 18
              'SIPARIS       :' LINE 20 POSITION 2
              'SIPNO TARIH  TUTAR KOMIS KARGO'
                 LINE 21 POSITION 18
              'HAKEDIS       :' LINE 22 POSITION 2
              'DURUM (A/P)   :' LINE 24 POSITION 2.
       KANAL-FORM.
           ACCEPT KN-ADI LINE 5 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KANAL-GIR-SON.
           ACCEPT KN-HESAPNO LINE 6 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-LISTENO LINE 7 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE KN-PAY TO Z-YUZDE.
           ACCEPT Z-YUZDE LINE 8 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-YUZDE TO KN-PAY.
           ACCEPT KN-DEPONO LINE 9 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-KOMIS-SEKIL LINE 10 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-KARGO-SEKIL LINE 11 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-AYRAC LINE 12 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-ONDALIK LINE 12 POSITION 46 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-BASLIK LINE 13 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-FEED-DOSYA LINE 14 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-SIP-DOSYA LINE 15 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-HAK-DOSYA LINE 16 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-S-SIPNO LINE 20 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-S-BARKOD LINE 20 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-S-ADET LINE 20 POSITION 32 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-S-FIYAT LINE 20 POSITION 38 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-S-ALICI LINE 20 POSITION 44 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-H-SIPNO LINE 22 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-H-TARIH LINE 22 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-H-TUTAR LINE 22 POSITION 32 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-H-KOMIS LINE 22 POSITION 38 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-H-KARGO LINE 22 POSITION 44 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT KN-DURUM LINE 24 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KANAL-GIR-SON.
           PERFORM KANAL-DENETLE THRU KANAL-DENETLE-SON.
           IF HATA-VAR = 1 GO KANAL-FORM.
           DISPLAY 'KAYDEDILSIN MI (E/H) :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 50.
           MOVE 'E' TO E-ONAY.
           ACCEPT E-ONAY LINE 32 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO KANAL-GIR-SON.
           PERFORM WRITE-KANAL.
           IF WVAR = 0 PERFORM REWRITE-KANAL.
           DISPLAY 'KANAL KAYDEDILDI' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 30.
       KANAL-GIR-SON.

      * cari hesap ve kasa sekilleri kayitli olmali; zorunlu
      * kolonlar girilmeden dosya okunamaz
       KANAL-DENETLE.
           MOVE 1 TO HATA-VAR.
           IF KN-ADI = SPACES
              DISPLAY 'KANAL ADI GIRILMEDI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KANAL-DENETLE-SON.
           OPEN INPUT SICIL.
           MOVE KN-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPNO.
           CLOSE SICIL.
           IF SC-HESAPNO = SPACES
              DISPLAY 'CARI HESAP BULUNAMADI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KANAL-DENETLE-SON.
           DISPLAY SC-HESAPADI LINE 6 POSITION 35 SIZE 43
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF KN-PAY = ZEROS OR KN-PAY > 100
              DISPLAY 'STOK PAYI 1-100 OLMALI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KANAL-DENETLE-SON.
           MOVE ZEROS TO SEKIL-YOK.
           OPEN INPUT ODEME.
           MOVE KN-KOMIS-SEKIL TO OD-NO.
           READ ODEME
              INVALID KEY MOVE 1 TO SEKIL-YOK
              NOT INVALID KEY
                 DISPLAY OD-ADI LINE 10 POSITION 30
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-READ.
           MOVE KN-KARGO-SEKIL TO OD-NO.
           READ ODEME
              INVALID KEY MOVE 1 TO SEKIL-YOK
              NOT INVALID KEY
                 DISPLAY OD-ADI LINE 11 POSITION 30
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-READ.
           CLOSE ODEME.
           IF SEKIL-YOK = 1
              DISPLAY 'KOMISYON/KARGO SEKLI HATALI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KANAL-DENETLE-SON.
           IF KN-AYRAC = SPACE MOVE ';' TO KN-AYRAC.
           IF KN-ONDALIK NOT = '.' MOVE ',' TO KN-ONDALIK.
           IF KN-AYRAC = KN-ONDALIK
              DISPLAY 'AYRAC ONDALIK ISARETI OLAMAZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KANAL-DENETLE-SON.
           IF KN-FEED-DOSYA = SPACES OR KN-SIP-DOSYA = SPACES
              OR KN-HAK-DOSYA = SPACES
              DISPLAY 'DOSYA ADLARI GIRILMELI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KANAL-DENETLE-SON.
           IF KN-S-SIPNO = ZEROS OR KN-S-BARKOD = ZEROS
              OR KN-S-ADET = ZEROS OR KN-S-FIYAT = ZEROS
              OR KN-H-SIPNO = ZEROS OR KN-H-TUTAR = ZEROS
              DISPLAY 'SIPNO/BARKOD/ADET/FIYAT/TUTAR KOLONU YOK !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 30
              GO KANAL-DENETLE-SON.
           IF KN-S-SIPNO > 20 OR KN-S-BARKOD > 20 OR KN-S-ADET > 20
              OR KN-S-FIYAT > 20 OR KN-S-ALICI > 20
              OR KN-H-SIPNO > 20 OR KN-H-TARIH > 20
              OR KN-H-TUTAR > 20 OR KN-H-KOMIS > 20
              OR KN-H-KARGO > 20
              DISPLAY 'KOLON NUMARASI EN FAZLA 20 !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 SPACES SIZE 40
              GO KANAL-DENETLE-SON.
           IF KN-DURUM = 'a' MOVE 'A' TO KN-DURUM.
           IF KN-DURUM = 'p' MOVE 'P' TO KN-DURUM.
           IF NOT KN-AKTIF AND NOT KN-PASIF MOVE 'A' TO KN-DURUM.
           MOVE ZEROS TO HATA-VAR.
       KANAL-DENETLE-SON.

       KANAL-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KOD ADI' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'HESAP           LISTE  PAY %  DURUM'
                 LINE 4 POSITION 37.
           MOVE 5 TO SATIR.
           MOVE SPACES TO KN-KOD.
           START KANAL KEY IS NOT LESS THAN KN-KOD
              INVALID KEY GO KANAL-LISTE-SON.
       KANAL-LISTE-OKU.
           READ KANAL NEXT AT END GO KANAL-LISTE-SON.
           IF SATIR > 31 GO KANAL-LISTE-SON.
           MOVE 'AKTIF' TO DURUM-ADI.
           IF KN-PASIF MOVE 'PASIF' TO DURUM-ADI.
           MOVE KN-PAY TO Z-YUZDE.
           DISPLAY KN-KOD LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              KN-ADI LINE SATIR POSITION 6
              KN-HESAPNO LINE SATIR POSITION 37
              KN-LISTENO LINE SATIR POSITION 53
              Z-YUZDE LINE SATIR POSITION 60
              DURUM-ADI LINE SATIR POSITION 67.
           ADD 1 TO SATIR.
           GO KANAL-LISTE-OKU.
       KANAL-LISTE-SON.

      * bos kod butun aktif kanallar demektir
       KANAL-CALISTIR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KANAL KODU :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(BOS ISE BUTUN AKTIF KANALLAR)' LINE 4 POSITION 20.
           MOVE SPACES TO E-KOD.
           ACCEPT E-KOD LINE 4 POSITION 15 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KANAL-CALISTIR-SON.
           DISPLAY 'KANAL  OKUNAN  ISLENEN   HATALI  ATLANAN'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 7 TO SATIR.
           PERFORM KANAL-DOLAS THRU KANAL-DOLAS-SON.
       KANAL-CALISTIR-SON.

       KANAL-DOLAS.
           IF E-KOD NOT = SPACES
              MOVE E-KOD TO KN-KOD
              READ KANAL
                 INVALID KEY
                    DISPLAY 'KANAL BULUNAMADI !!!' LINE 32 POSITION 2
                       CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    GO KANAL-DOLAS-SON
              END-READ
              PERFORM KANAL-ISLE THRU KANAL-ISLE-SON
              GO KANAL-DOLAS-SON.
           MOVE SPACES TO KN-KOD.
           START KANAL KEY IS NOT LESS THAN KN-KOD
              INVALID KEY GO KANAL-DOLAS-SON.
       KANAL-DOLAS-OKU.
           READ KANAL NEXT AT END GO KANAL-DOLAS-SON.
           IF NOT KN-AKTIF GO KANAL-DOLAS-OKU.
           PERFORM KANAL-ISLE THRU KANAL-ISLE-SON.
           GO KANAL-DOLAS-OKU.
       KANAL-DOLAS-SON.

       KANAL-ISLE.
           MOVE ZEROS TO SATIR-SAY AKTARILAN HATALI ATLANAN.
           EVALUATE ISLEM
            WHEN 1 PERFORM STOK-GONDER THRU STOK-GONDER-SON
            WHEN 2 PERFORM SIPARIS-AL THRU SIPARIS-AL-SON
            WHEN OTHER PERFORM HAKEDIS-AL THRU HAKEDIS-AL-SON
           END-EVALUATE.
           IF OTOMATIK = 1 OR SATIR > 31 GO KANAL-ISLE-SON.
           DISPLAY KN-KOD LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SATIR-SAY TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 9
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE AKTARILAN TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 18
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE HATALI TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 27
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ATLANAN TO Z-SAYI.
           DISPLAY Z-SAYI LINE SATIR POSITION 36
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
       KANAL-ISLE-SON.

      * barkodlu kalemler kanalin fiyat listesinden fiyatla ve
      * satilabilir miktarin kanal payiyla dosyaya yazilir:
      * BARKOD;STOKNO;CINSI;FIYAT;ADET (ayrac kanalinki)
       STOK-GONDER.
           MOVE KN-FEED-DOSYA TO DD-AD.
           OPEN OUTPUT DISARI.
           IF ST-TEMPFILE NOT = '00'
              MOVE 'STOK DOSYASI ACILAMADI' TO WL-ACIKLAMA
              PERFORM KANAL-HATA THRU KANAL-HATA-SON
              GO STOK-GONDER-SON.
           MOVE SPACES TO DISARI-SATIR.
           STRING 'BARKOD' KN-AYRAC 'STOKNO' KN-AYRAC 'CINSI'
              KN-AYRAC 'FIYAT' KN-AYRAC 'ADET'
              DELIMITED BY SIZE INTO DISARI-SATIR.
           WRITE DISARI-SATIR.
           OPEN INPUT STOK.
           MOVE ZEROS TO ST-KATNO.
           MOVE LOW-VALUES TO ST-STNO.
           START STOK KEY IS NOT LESS THAN ST-KEY
              INVALID KEY GO STOK-GONDER-KAPAT.
       STOK-GONDER-OKU.
           READ STOK NEXT AT END GO STOK-GONDER-KAPAT.
           IF ST-BARKOD = SPACES OR ST-HIZMET GO STOK-GONDER-OKU.
           ADD 1 TO SATIR-SAY.
           CALL 'REZBUL' USING ST-KATNO ST-STNO 0 REZ-ADET.
           CANCEL 'REZBUL'.
           MOVE ZEROS TO MEVCUT.
           IF ST-BAKIYE-YIL = BU-YIL
              COMPUTE MEVCUT = ST-BAKIYE - REZ-ADET.
           IF MEVCUT < ZEROS MOVE ZEROS TO MEVCUT.
           COMPUTE PAYLI = MEVCUT * KN-PAY / 100.
           CALL 'FIYATBUL' USING KN-LISTENO ST-KATNO ST-STNO
                                 BUGUN G-FIYAT.
           CANCEL 'FIYATBUL'.
           MOVE G-FIYAT TO X-LIRA.
           COMPUTE X-KURUS = (G-FIYAT - X-LIRA) * 100.
           MOVE SPACES TO DISARI-SATIR.
           STRING ST-BARKOD DELIMITED BY SPACE
              KN-AYRAC DELIMITED BY SIZE
              ST-STNO DELIMITED BY SPACE
              KN-AYRAC DELIMITED BY SIZE
              ST-CINSI DELIMITED BY '  '
              KN-AYRAC X-LIRA KN-ONDALIK X-KURUS KN-AYRAC PAYLI
              DELIMITED BY SIZE INTO DISARI-SATIR.
           WRITE DISARI-SATIR.
           ADD 1 TO AKTARILAN.
           GO STOK-GONDER-OKU.
       STOK-GONDER-KAPAT.
           CLOSE STOK DISARI.
           MOVE SPACES TO WL-REF WL-ACIKLAMA.
           STRING KN-KOD ' STOK AKTARIMI' DELIMITED BY SIZE
              INTO WL-REF.
           MOVE AKTARILAN TO Z-SAYI.
           STRING Z-SAYI ' KALEM ' KN-FEED-DOSYA
              DELIMITED BY SIZE INTO WL-ACIKLAMA.
           MOVE 1 TO WL-YON.
           MOVE 'T' TO WL-DURUM.
           PERFORM WEBLOG-YAZ THRU WEBLOG-YAZ-SON.
       STOK-GONDER-SON.

      * kanal siparis dosyasi okunur; siparis evrak no kanal kodu
      * + pazaryeri siparis no dur. bu kosudan once alinmis bir
      * siparisin satirlari yeniden yazilmaz (dosya ikinci kez
      * okunsa da siparis ikilenmez)
       SIPARIS-AL.
           MOVE KN-SIP-DOSYA TO ID-AD.
           OPEN INPUT ICERI.
           IF ST-TEMPFILE NOT = '00'
              MOVE 'SIPARIS DOSYASI ACILAMADI' TO WL-ACIKLAMA
              PERFORM KANAL-HATA THRU KANAL-HATA-SON
              GO SIPARIS-AL-SON.
           OPEN I-O SIPARIS SIPDET.
           OPEN INPUT STOK SICIL.
           MOVE KN-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE KN-ADI TO SC-HESAPADI.
           CLOSE SICIL.
           MOVE SPACES TO YENI-SIP.
           MOVE ZEROS TO K-NO.
       SIPARIS-AL-OKU.
           READ ICERI AT END GO SIPARIS-AL-KAPAT.
           PERFORM SATIR-BOL THRU SATIR-BOL-SON.
           IF ATLA = 1 GO SIPARIS-AL-OKU.
           ADD 1 TO SATIR-SAY.
           PERFORM SIPARIS-SATIR THRU SIPARIS-SATIR-SON.
           GO SIPARIS-AL-OKU.
       SIPARIS-AL-KAPAT.
           CLOSE ICERI SIPARIS SIPDET STOK.
           MOVE SPACES TO WL-REF WL-ACIKLAMA.
           STRING KN-KOD ' SIPARIS AKTARIMI' DELIMITED BY SIZE
              INTO WL-REF.
           MOVE AKTARILAN TO Z-SAYI.
           STRING Z-SAYI ' SATIR ' KN-SIP-DOSYA
              DELIMITED BY SIZE INTO WL-ACIKLAMA.
           MOVE 2 TO WL-YON.
           MOVE 'T' TO WL-DURUM.
           PERFORM WEBLOG-YAZ THRU WEBLOG-YAZ-SON.
       SIPARIS-AL-SON.

      * baslik satirlari ve bos satirlar atlanir, kalan satir
      * kanalin ayraciyla kolonlara bolunur
       SATIR-BOL.
           MOVE 1 TO ATLA.
           ADD 1 TO K-NO.
           IF K-NO NOT > KN-BASLIK GO SATIR-BOL-SON.
           IF ICERI-SATIR = SPACES GO SATIR-BOL-SON.
           MOVE SPACES TO KOLON-DEGIS.
           UNSTRING ICERI-SATIR DELIMITED BY KN-AYRAC
              INTO KOLON(1) KOLON(2) KOLON(3) KOLON(4) KOLON(5)
                   KOLON(6) KOLON(7) KOLON(8) KOLON(9) KOLON(10)
                   KOLON(11) KOLON(12) KOLON(13) KOLON(14)
                   KOLON(15) KOLON(16) KOLON(17) KOLON(18)
                   KOLON(19) KOLON(20)
           END-UNSTRING.
           MOVE ZEROS TO ATLA.
       SATIR-BOL-SON.

       SIPARIS-SATIR.
           MOVE SPACES TO S-SIPNO WL-REF.
           STRING KN-KOD DELIMITED BY SIZE
              KOLON(KN-S-SIPNO) DELIMITED BY SPACE
              INTO S-SIPNO
              ON OVERFLOW MOVE SPACES TO S-SIPNO
           END-STRING.
           STRING S-SIPNO DELIMITED BY SPACE
              '/' KOLON(KN-S-BARKOD) DELIMITED BY SIZE
              INTO WL-REF.
           IF S-SIPNO = SPACES OR S-SIPNO(4:1) = SPACE
              MOVE 'SIPARIS NO BOS YA DA COK UZUN' TO WL-ACIKLAMA
              PERFORM KANAL-HATA THRU KANAL-HATA-SON
              GO SIPARIS-SATIR-SON.
           MOVE KOLON(KN-S-ADET) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           MOVE TC-TUTAR TO S-ADET.
           MOVE KOLON(KN-S-FIYAT) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           MOVE TC-TUTAR TO S-FIYAT.
           IF S-ADET = ZEROS
              MOVE 'ADET OKUNAMADI' TO WL-ACIKLAMA
              PERFORM KANAL-HATA THRU KANAL-HATA-SON
              GO SIPARIS-SATIR-SON.
           MOVE KOLON(KN-S-BARKOD) TO ST-BARKOD.
           READ STOK KEY IS ST-BARKOD
              INVALID KEY
                 MOVE 'BARKOD ESLESMEDI' TO WL-ACIKLAMA
                 PERFORM KANAL-HATA THRU KANAL-HATA-SON
                 GO SIPARIS-SATIR-SON.
           MOVE KN-ADI TO S-ALICI.
           IF KN-S-ALICI NOT = ZEROS
              AND KOLON(KN-S-ALICI) NOT = SPACES
              MOVE KOLON(KN-S-ALICI) TO S-ALICI.
           MOVE S-SIPNO TO SIP-EVRAKNO.
           READ SIPARIS
              INVALID KEY
                 MOVE BU-GUN TO SIP-GUN
                 MOVE BU-AY TO SIP-AY
                 MOVE BU-YIL TO SIP-YIL
                 MOVE KN-HESAPNO TO SIP-HESAPNO
                 MOVE SC-HESAPADI TO SIP-HESAPADI
                 MOVE S-ALICI TO SIP-YETKILI
                 MOVE ZEROS TO SIP-TUTAR
                 MOVE KN-KOD TO SIP-KANAL
                 PERFORM WRITE-SIPARIS
                 MOVE S-SIPNO TO YENI-SIP
                 MOVE 1 TO BI-OLAY
                 MOVE KN-HESAPNO TO BI-HESAPNO
                 MOVE S-SIPNO TO BI-SIPARISNO
                 MOVE SPACES TO BI-TAKIPNO
                 CALL 'SIPBILD' USING BI-ISTEK
                 CANCEL 'SIPBILD'
           END-READ.
           IF SIP-EVRAKNO NOT = YENI-SIP
              ADD 1 TO ATLANAN
              GO SIPARIS-SATIR-SON.
           MOVE SIP-EVRAKNO TO SD-EVRAKNO.
           MOVE 99999 TO SD-SIRA.
           START SIPDET KEY IS NOT GREATER THAN SD-KEY
              INVALID KEY MOVE ZEROS TO SD-SIRA
              NOT INVALID KEY
                 READ SIPDET PREVIOUS
                    AT END MOVE ZEROS TO SD-SIRA
                    NOT AT END
                       IF SD-EVRAKNO NOT = SIP-EVRAKNO
                          MOVE ZEROS TO SD-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO SD-SIRA.
           MOVE SIP-EVRAKNO TO SD-EVRAKNO.
           MOVE ST-KATNO TO SD-KATNO.
           MOVE ST-STNO TO SD-STNO.
           MOVE ST-CINSI TO SD-CINSI.
           MOVE KN-DEPONO TO SD-DEPONO.
           MOVE S-ADET TO SD-ADET.
           MOVE ZEROS TO SD-TESLIM.
           MOVE S-FIYAT TO SD-FIYAT.
           PERFORM WRITE-SIPDET.
           COMPUTE SIP-TUTAR = SIP-TUTAR + S-ADET * S-FIYAT.
           PERFORM REWRITE-SIPARIS.
           ADD 1 TO AKTARILAN.
       SIPARIS-SATIR-SON.

      * kanalin ondalik isaretine gore tutar cozulur - diger
      * isaret binlik ayraci sayilip atlanir, eksi isaret tutari
      * ters cevirir
       TUTAR-COZ.
           MOVE ZEROS TO TC-TUTAR TC-KURUS TC-EKSI.
           MOVE 1 TO TC-I.
       TUTAR-COZ-TARA.
           IF TC-I > 40 GO TUTAR-COZ-BITTI.
           IF TC-ALAN(TC-I:1) = '-'
              MOVE 1 TO TC-EKSI
              ADD 1 TO TC-I GO TUTAR-COZ-TARA.
           IF TC-ALAN(TC-I:1) = KN-ONDALIK
              MOVE 1 TO TC-KURUS
              ADD 1 TO TC-I GO TUTAR-COZ-TARA.
           IF TC-ALAN(TC-I:1) = '.' OR TC-ALAN(TC-I:1) = ','
              ADD 1 TO TC-I GO TUTAR-COZ-TARA.
           IF TC-ALAN(TC-I:1) NOT NUMERIC
              IF TC-TUTAR = ZEROS AND TC-KURUS = ZEROS
                 ADD 1 TO TC-I GO TUTAR-COZ-TARA
              ELSE
                 GO TUTAR-COZ-BITTI
              END-IF.
           IF TC-KURUS > 3 GO TUTAR-COZ-BITTI.
           MOVE TC-ALAN(TC-I:1) TO TC-D.
           EVALUATE TC-KURUS
            WHEN 0 COMPUTE TC-TUTAR = TC-TUTAR * 10 + TC-D
            WHEN 1 COMPUTE TC-TUTAR = TC-TUTAR + TC-D / 10
            WHEN 2 COMPUTE TC-TUTAR = TC-TUTAR + TC-D / 100
            WHEN OTHER COMPUTE TC-TUTAR = TC-TUTAR + TC-D / 1000
           END-EVALUATE.
           IF TC-KURUS NOT = ZEROS ADD 1 TO TC-KURUS.
           ADD 1 TO TC-I.
           GO TUTAR-COZ-TARA.
       TUTAR-COZ-BITTI.
           IF TC-EKSI = 1
              COMPUTE TC-TUTAR = ZEROS - TC-TUTAR.
       TUTAR-COZ-SON.

      * GG.AA.YYYY, GG/AA/YYYY ya da YYYY-AA-GG; okunamazsa bugun
       TARIH-COZ.
           MOVE ZEROS TO A-TARIH.
           IF TC-ALAN(5:1) = '-'
              MOVE TC-ALAN(1:4) TO A-YIL
              MOVE TC-ALAN(6:2) TO A-AY
              MOVE TC-ALAN(9:2) TO A-GUN
           ELSE
              MOVE TC-ALAN(7:4) TO A-YIL
              MOVE TC-ALAN(4:2) TO A-AY
              MOVE TC-ALAN(1:2) TO A-GUN
           END-IF.
           IF A-TARIH NOT NUMERIC OR A-AY = ZEROS OR A-AY > 12
              OR A-GUN = ZEROS OR A-GUN > 31
              MOVE BUGUN TO A-TARIH.
       TARIH-COZ-SON.

      * hakedis satiri: siparis no, odeme tarihi, brut tutar,
      * komisyon ve kargo kesintisi. kesintiler dosyada eksi ya da
      * arti gelebilir, kesinti olarak alinir; iade satirinda
      * (brut eksi) komisyon iadesi olur. ayni satir ikinci kez
      * okunursa atlanir
       HAKEDIS-AL.
           MOVE KN-HAK-DOSYA TO ID-AD.
           OPEN INPUT ICERI.
           IF ST-TEMPFILE NOT = '00'
              MOVE 'HAKEDIS DOSYASI ACILAMADI' TO WL-ACIKLAMA
              PERFORM KANAL-HATA THRU KANAL-HATA-SON
              GO HAKEDIS-AL-SON.
           PERFORM KANHAK-AC THRU KANHAK-AC-SON.
           OPEN I-O KASA.
           PERFORM FATURA-YUKLE THRU FATURA-YUKLE-SON.
           MOVE ZEROS TO SY-ESLESTI SY-FARKLI SY-FATURASIZ SY-TEKRAR
              T-KOMIS T-KARGO K-NO.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'KANAL' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING 'KANAL;SIPARIS;ODEME TARIHI;BRUT;KOMISYON;KARGO;'
              'FATURA;FATURA TUTARI;DURUM'
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
       HAKEDIS-AL-OKU.
           READ ICERI AT END GO HAKEDIS-AL-KAPAT.
           PERFORM SATIR-BOL THRU SATIR-BOL-SON.
           IF ATLA = 1 GO HAKEDIS-AL-OKU.
           ADD 1 TO SATIR-SAY.
           PERFORM HAKEDIS-SATIR THRU HAKEDIS-SATIR-SON.
           GO HAKEDIS-AL-OKU.
       HAKEDIS-AL-KAPAT.
           CLOSE ICERI KASA KANHAK TEMPFILE RAPOR.
           DELETE FILE TEMPFILE.
           MOVE SY-TEKRAR TO ATLANAN.
           MOVE SPACES TO WL-REF WL-ACIKLAMA.
           STRING KN-KOD ' HAKEDIS AKTARIMI' DELIMITED BY SIZE
              INTO WL-REF.
           MOVE AKTARILAN TO Z-SAYI.
           STRING Z-SAYI ' SATIR ' KN-HAK-DOSYA
              DELIMITED BY SIZE INTO WL-ACIKLAMA.
           MOVE 2 TO WL-YON.
           MOVE 'T' TO WL-DURUM.
           PERFORM WEBLOG-YAZ THRU WEBLOG-YAZ-SON.
           IF OTOMATIK = 1 GO HAKEDIS-AL-SON.
           MOVE T-KOMIS TO YZ-TUTAR.
           DISPLAY 'KOMISYON :' LINE 26 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 26 POSITION 13.
           MOVE T-KARGO TO YZ-TUTAR.
           DISPLAY 'KARGO    :' LINE 27 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 27 POSITION 13.
           MOVE SY-ESLESTI TO Z-SAYI.
           DISPLAY 'ESLESEN  :' LINE 26 POSITION 35
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 26 POSITION 46.
           MOVE SY-FARKLI TO Z-SAYI.
           DISPLAY 'FARKLI   :' LINE 27 POSITION 35
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 27 POSITION 46.
           MOVE SY-FATURASIZ TO Z-SAYI.
           DISPLAY 'FATURASIZ:' LINE 28 POSITION 35
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 28 POSITION 46
              'RAPOR: ' LINE 30 POSITION 2
              CSV-DOSYA LINE 30 POSITION 9.
       HAKEDIS-AL-SON.

       HAKEDIS-SATIR.
           MOVE SPACES TO S-SIPNO WL-REF.
           STRING KN-KOD DELIMITED BY SIZE
              KOLON(KN-H-SIPNO) DELIMITED BY SPACE
              INTO S-SIPNO
              ON OVERFLOW MOVE SPACES TO S-SIPNO
           END-STRING.
           MOVE S-SIPNO TO WL-REF.
           IF S-SIPNO = SPACES OR S-SIPNO(4:1) = SPACE
              MOVE 'HAKEDIS SIPARIS NO BOS YA DA UZUN' TO WL-ACIKLAMA
              PERFORM KANAL-HATA THRU KANAL-HATA-SON
              GO HAKEDIS-SATIR-SON.
           MOVE KOLON(KN-H-TUTAR) TO TC-ALAN.
           PERFORM TUTAR-COZ THRU TUTAR-COZ-SON.
           MOVE TC-TUTAR TO H-TUTAR.
           MOVE ZEROS TO H-KOMIS H-KARGO.
           IF KN-H-KOMIS NOT = ZEROS
              MOVE KOLON(KN-H-KOMIS) TO TC-ALAN
              PERFORM TUTAR-COZ THRU TUTAR-COZ-SON
              MOVE TC-TUTAR TO H-KOMIS.
           IF KN-H-KARGO NOT = ZEROS
              MOVE KOLON(KN-H-KARGO) TO TC-ALAN
              PERFORM TUTAR-COZ THRU TUTAR-COZ-SON
              MOVE TC-TUTAR TO H-KARGO.
           IF H-KOMIS < ZEROS COMPUTE H-KOMIS = ZEROS - H-KOMIS.
           IF H-KARGO < ZEROS COMPUTE H-KARGO = ZEROS - H-KARGO.
           IF H-TUTAR < ZEROS
              COMPUTE H-KOMIS = ZEROS - H-KOMIS
              COMPUTE H-KARGO = ZEROS - H-KARGO.
           IF H-TUTAR = ZEROS AND H-KOMIS = ZEROS
              AND H-KARGO = ZEROS
              MOVE 'TUTAR OKUNAMADI' TO WL-ACIKLAMA
              PERFORM KANAL-HATA THRU KANAL-HATA-SON
              GO HAKEDIS-SATIR-SON.
           MOVE BUGUN TO A-TARIH.
           IF KN-H-TARIH NOT = ZEROS
              MOVE KOLON(KN-H-TARIH) TO TC-ALAN
              PERFORM TARIH-COZ THRU TARIH-COZ-SON.
           PERFORM HAKEDIS-TEKRAR THRU HAKEDIS-TEKRAR-SON.
           IF TEKRAR = 1
              ADD 1 TO SY-TEKRAR
              GO HAKEDIS-SATIR-SON.
           INITIALIZE KH-KAYIT.
           MOVE KN-KOD TO KH-KANAL.
           MOVE S-SIPNO TO KH-SIPNO.
           MOVE YENI-SIRA TO KH-SIRA.
           MOVE BUGUN TO KH-TARIH.
           MOVE A-TARIH TO KH-ODEME-TARIH.
           MOVE H-TUTAR TO KH-TUTAR.
           MOVE H-KOMIS TO KH-KOMISYON.
           MOVE H-KARGO TO KH-KARGO.
           COMPUTE KH-NET = H-TUTAR - H-KOMIS - H-KARGO.
           MOVE 'Y' TO KH-DURUM.
           MOVE KN-HAK-DOSYA TO KH-DOSYA.
           PERFORM WRITE-KANHAK.
           ADD 1 TO AKTARILAN.
           IF H-KOMIS NOT = ZEROS
              MOVE H-KOMIS TO K-TUTAR
              MOVE KN-KOMIS-SEKIL TO K-SEKIL
              MOVE SPACES TO K-ACIKLAMA
              STRING KN-KOD ' KOMISYON ' S-SIPNO
                 DELIMITED BY SIZE INTO K-ACIKLAMA
              PERFORM KASA-YAZ THRU KASA-YAZ-SON
              ADD H-KOMIS TO T-KOMIS.
           IF H-KARGO NOT = ZEROS
              MOVE H-KARGO TO K-TUTAR
              MOVE KN-KARGO-SEKIL TO K-SEKIL
              MOVE SPACES TO K-ACIKLAMA
              STRING KN-KOD ' KARGO ' S-SIPNO
                 DELIMITED BY SIZE INTO K-ACIKLAMA
              PERFORM KASA-YAZ THRU KASA-YAZ-SON
              ADD H-KARGO TO T-KARGO.
           PERFORM ESLE-GUNCELLE THRU ESLE-GUNCELLE-SON.
           EVALUATE YENI-DURUM
            WHEN 'E' ADD 1 TO SY-ESLESTI
            WHEN 'F' ADD 1 TO SY-FARKLI
            WHEN OTHER ADD 1 TO SY-FATURASIZ
           END-EVALUATE.
           MOVE H-TUTAR TO C-TUTAR.
           MOVE H-KOMIS TO C-KOMIS.
           MOVE H-KARGO TO C-KARGO.
           MOVE F-TUTAR TO C-FTUTAR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING KN-KOD ';' S-SIPNO ';' A-GUN '/' A-AY '/' A-YIL
              ';' C-TUTAR ';' C-KOMIS ';' C-KARGO ';' TP-FATURA
              ';' C-FTUTAR ';' YENI-DURUM
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
       HAKEDIS-SATIR-SON.

      * siparisin onceki hakedis satirlari taranir: ayni tarih ve
      * tutarlarla satir varsa tekrardir, yoksa yeni sira verilir
       HAKEDIS-TEKRAR.
           MOVE ZEROS TO TEKRAR YENI-SIRA.
           MOVE KN-KOD TO KH-KANAL.
           MOVE S-SIPNO TO KH-SIPNO.
           MOVE ZEROS TO KH-SIRA.
           START KANHAK KEY IS NOT LESS THAN KH-KEY
              INVALID KEY GO HAKEDIS-TEKRAR-BITTI.
       HAKEDIS-TEKRAR-OKU.
           READ KANHAK NEXT AT END GO HAKEDIS-TEKRAR-BITTI.
           IF KH-KANAL NOT = KN-KOD OR KH-SIPNO NOT = S-SIPNO
              GO HAKEDIS-TEKRAR-BITTI.
           MOVE KH-SIRA TO YENI-SIRA.
           IF KH-ODEME-TARIH = A-TARIH AND KH-TUTAR = H-TUTAR
              AND KH-KOMISYON = H-KOMIS AND KH-KARGO = H-KARGO
              MOVE 1 TO TEKRAR
              GO HAKEDIS-TEKRAR-SON.
           GO HAKEDIS-TEKRAR-OKU.
       HAKEDIS-TEKRAR-BITTI.
           ADD 1 TO YENI-SIRA.
       HAKEDIS-TEKRAR-SON.

      * kesinti bankadan dusulen gider olarak kanalin sekline
      * yazilir; iade satirinin komisyon iadesi gelirdir
       KASA-YAZ.
           INITIALIZE KS-KAYIT.
           MOVE BUGUN TO KS-TARIH.
           MOVE 99999 TO KS-SIRA.
           START KASA KEY IS NOT GREATER THAN KS-KEY
              INVALID KEY MOVE ZEROS TO KS-SIRA
              NOT INVALID KEY
                 READ KASA PREVIOUS
                    AT END MOVE ZEROS TO KS-SIRA
                    NOT AT END
                       IF KS-TARIH NOT = BUGUN
                          MOVE ZEROS TO KS-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO KS-SIRA.
           MOVE BUGUN TO KS-TARIH.
           MOVE SPACES TO KS-HESAPNO.
           MOVE KN-DEPONO TO KS-DEPONO.
           MOVE K-SEKIL TO KS-SEKILNO.
           MOVE K-ACIKLAMA TO KS-ACIKLAMA.
           MOVE ZEROS TO KS-GELIR KS-GIDER.
           IF K-TUTAR > ZEROS
              MOVE 17 TO KS-MTIP
              MOVE K-TUTAR TO KS-GIDER
           ELSE
              MOVE 16 TO KS-MTIP
              COMPUTE KS-GELIR = ZEROS - K-TUTAR
           END-IF.
           MOVE S-SIPNO TO KS-MEVRAKNO.
           MOVE 2 TO KS-HESAPTURU.
           MOVE 'TL ' TO KS-DOVIZ.
           MOVE 1 TO KS-KUR.
           MOVE SPACES TO KS-MUTABAKAT.
       KASA-YAZ-DENE.
           PERFORM WRITE-KASA.
           IF WVAR = 0 ADD 1 TO KS-SIRA GO KASA-YAZ-DENE.
       KASA-YAZ-SON.

      * kanal siparislerinin faturalari (tip 1/3, iptal disi)
      * siparis no anahtariyla gecici dosyada toplanir. siparis
      * birden cok faturaya bolunduyse tutarlar toplanir
       FATURA-YUKLE.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE.
           CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT HAREKET-SICIL HAREKET-DETAY.
           MOVE 1 TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
              INVALID KEY GO FATURA-YUKLE-KAPAT.
       FATURA-YUKLE-OKU.
           READ HAREKET-SICIL NEXT AT END GO FATURA-YUKLE-KAPAT.
           IF HS-TIP > 3 GO FATURA-YUKLE-KAPAT.
           IF HS-TIP = 2 OR HS-SONUC = 9 GO FATURA-YUKLE-OKU.
           IF HS-SIPARISNO(1:3) NOT = KN-KOD GO FATURA-YUKLE-OKU.
           PERFORM FATURA-TUTAR THRU FATURA-TUTAR-SON.
           MOVE HS-SIPARISNO TO TP-SIPNO.
           READ TEMPFILE
              INVALID KEY
                 MOVE HS-TIP TO TP-TIP
                 MOVE HS-EVRAKNO TO TP-FATURA
                 MOVE F-TUTAR TO TP-TUTAR
                 WRITE TP-KAYIT
              NOT INVALID KEY
                 ADD F-TUTAR TO TP-TUTAR
                 REWRITE TP-KAYIT
           END-READ.
           GO FATURA-YUKLE-OKU.
       FATURA-YUKLE-KAPAT.
           CLOSE HAREKET-SICIL HAREKET-DETAY.
       FATURA-YUKLE-SON.

      * faturanin kdv dahil tutari satirlardan hesaplanir
       FATURA-TUTAR.
           MOVE ZEROS TO F-TUTAR.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE 1 TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO FATURA-TUTAR-SON.
       FATURA-TUTAR-OKU.
           READ HAREKET-DETAY NEXT AT END GO FATURA-TUTAR-SON.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO FATURA-TUTAR-SON.
           COMPUTE F-TUTAR ROUNDED = F-TUTAR +
               (HD-ADET * HD-FIYAT
               * (1 - HD-ISKONTO1 / 100) * (1 - HD-ISKONTO2 / 100)
               * (1 + HD-OTV / 100)
               + HD-ADET * HD-OTV-TUTAR)
               * (1 + HD-KDV / 100).
           GO FATURA-TUTAR-OKU.
       FATURA-TUTAR-SON.

      * siparisin butun hakedis satirlarinin brut toplami fatura
      * toplamiyla karsilastirilir (satis + iade satirlari birlikte),
      * sonuc siparisin butun satirlarina yazilir. kurus farki
      * tolere edilir
       ESLE-GUNCELLE.
           MOVE ZEROS TO O-TOPLAM F-TUTAR.
           MOVE SPACES TO TP-FATURA.
           MOVE 'Y' TO YENI-DURUM.
           MOVE KN-KOD TO KH-KANAL.
           MOVE S-SIPNO TO KH-SIPNO.
           MOVE ZEROS TO KH-SIRA.
           START KANHAK KEY IS NOT LESS THAN KH-KEY
              INVALID KEY GO ESLE-GUNCELLE-SON.
       ESLE-TOPLA.
           READ KANHAK NEXT AT END GO ESLE-KARAR.
           IF KH-KANAL NOT = KN-KOD OR KH-SIPNO NOT = S-SIPNO
              GO ESLE-KARAR.
           ADD KH-TUTAR TO O-TOPLAM.
           GO ESLE-TOPLA.
       ESLE-KARAR.
           MOVE S-SIPNO TO TP-SIPNO.
           READ TEMPFILE
              INVALID KEY MOVE SPACES TO TP-FATURA
              NOT INVALID KEY
                 MOVE TP-TUTAR TO F-TUTAR
                 COMPUTE FARK = O-TOPLAM - TP-TUTAR
                 IF FARK < ZEROS COMPUTE FARK = ZEROS - FARK
                 END-IF
                 MOVE 'F' TO YENI-DURUM
                 IF FARK NOT > 0,05 MOVE 'E' TO YENI-DURUM
                 END-IF
           END-READ.
           MOVE KN-KOD TO KH-KANAL.
           MOVE S-SIPNO TO KH-SIPNO.
           MOVE ZEROS TO KH-SIRA.
           START KANHAK KEY IS NOT LESS THAN KH-KEY
              INVALID KEY GO ESLE-GUNCELLE-SON.
       ESLE-YAZ.
           READ KANHAK NEXT AT END GO ESLE-GUNCELLE-SON.
           IF KH-KANAL NOT = KN-KOD OR KH-SIPNO NOT = S-SIPNO
              GO ESLE-GUNCELLE-SON.
           MOVE YENI-DURUM TO KH-DURUM.
           MOVE TP-FATURA TO KH-FATURA.
           MOVE F-TUTAR TO KH-FATURA-TUTAR.
           PERFORM REWRITE-KANHAK.
           GO ESLE-YAZ.
       ESLE-GUNCELLE-SON.

      * kanal sorulur, zorunludur
       KANAL-SOR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KANAL KODU :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SPACES TO E-KOD.
           ACCEPT E-KOD LINE 4 POSITION 15 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-KOD = SPACES
              MOVE 27 TO F
              GO KANAL-SOR-SON.
           MOVE E-KOD TO KN-KOD.
           READ KANAL
              INVALID KEY
                 DISPLAY 'KANAL BULUNAMADI !!!' LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 MOVE 27 TO F
                 GO KANAL-SOR-SON.
           DISPLAY KN-ADI LINE 4 POSITION 20
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       KANAL-SOR-SON.

      * kanaldan gelip hicbir hakedis satiri olmayan siparisler -
      * faturalanmis olup olmadigi ve siparis yasi ile
       SIPARIS-ACIK.
           PERFORM KANAL-SOR THRU KANAL-SOR-SON.
           IF F = 27 GO SIPARIS-ACIK-SON.
           PERFORM FATURA-YUKLE THRU FATURA-YUKLE-SON.
           OPEN INPUT SIPARIS.
           PERFORM KANHAK-AC THRU KANHAK-AC-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'KNSIP' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING 'KANAL;SIPARIS;TARIH;GUN;TUTAR;FATURA;'
              'FATURA TUTARI' DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           PERFORM SIPARIS-ACIK-BASLIK THRU SIPARIS-ACIK-BASLIK-SON.
           MOVE ZEROS TO SATIR-SAY.
           MOVE KN-KOD TO SIP-EVRAKNO.
           START SIPARIS KEY IS NOT LESS THAN SIP-EVRAKNO
              INVALID KEY GO SIPARIS-ACIK-KAPAT.
       SIPARIS-ACIK-OKU.
           READ SIPARIS NEXT AT END GO SIPARIS-ACIK-KAPAT.
           IF SIP-EVRAKNO(1:3) NOT = KN-KOD GO SIPARIS-ACIK-KAPAT.
           IF SIP-KANAL NOT = KN-KOD GO SIPARIS-ACIK-OKU.
           MOVE KN-KOD TO KH-KANAL.
           MOVE SIP-EVRAKNO TO KH-SIPNO.
           MOVE ZEROS TO KH-SIRA.
           START KANHAK KEY IS NOT LESS THAN KH-KEY
              INVALID KEY MOVE SPACES TO KH-KANAL.
           IF KH-KANAL NOT = SPACES
              READ KANHAK NEXT
                 AT END MOVE SPACES TO KH-KANAL
              END-READ
           END-IF.
           IF KH-KANAL = KN-KOD AND KH-SIPNO = SIP-EVRAKNO
              GO SIPARIS-ACIK-OKU.
           MOVE SIP-EVRAKNO TO TP-SIPNO.
           READ TEMPFILE
              INVALID KEY
                 MOVE SPACES TO TP-FATURA
                 MOVE ZEROS TO TP-TUTAR.
           COMPUTE YAS = BU-GUN + BU-AY * 30,41 + BU-YIL * 365
              - SIP-GUN - SIP-AY * 30,41 - SIP-YIL * 365.
           IF YAS < ZEROS MOVE ZEROS TO YAS.
           MOVE YAS TO Z-YAS.
           ADD 1 TO SATIR-SAY.
           MOVE SIP-TUTAR TO C-TUTAR.
           MOVE TP-TUTAR TO C-FTUTAR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING KN-KOD ';' SIP-EVRAKNO ';' SIP-GUN '/' SIP-AY '/'
              SIP-YIL ';' Z-YAS ';' C-TUTAR ';' TP-FATURA ';'
              C-FTUTAR DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           IF SATIR > 31 AND SATIR NOT = 99
              DISPLAY 'DEVAM ICIN TUS, ESC LISTEYI KAPATIR'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ACCEPT F FROM ESCAPE KEY
              IF F = 27 MOVE 99 TO SATIR
              ELSE
                 PERFORM SIPARIS-ACIK-BASLIK
                    THRU SIPARIS-ACIK-BASLIK-SON
              END-IF.
           IF SATIR = 99 GO SIPARIS-ACIK-OKU.
           MOVE SIP-TUTAR TO YZ-TUTAR.
           DISPLAY SIP-EVRAKNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SIP-GUN LINE SATIR POSITION 18
              '/' SIP-AY '/' SIP-YIL
              Z-YAS LINE SATIR POSITION 29
              YZ-TUTAR(3:14) LINE SATIR POSITION 34
              TP-FATURA LINE SATIR POSITION 50.
           IF TP-FATURA = SPACES
              DISPLAY 'FATURASIZ' LINE SATIR POSITION 50
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO SIPARIS-ACIK-OKU.
       SIPARIS-ACIK-KAPAT.
           CLOSE SIPARIS KANHAK TEMPFILE RAPOR.
           DELETE FILE TEMPFILE.
           MOVE SATIR-SAY TO Z-SAYI.
           DISPLAY 'ODEMESI GELMEYEN SIPARIS :' LINE 33 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 33 POSITION 29
              'RAPOR: ' LINE 33 POSITION 36
              CSV-DOSYA LINE 33 POSITION 43.
       SIPARIS-ACIK-SON.

       SIPARIS-ACIK-BASLIK.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY KN-KOD LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              KN-ADI LINE 4 POSITION 6
              'SIPARIS         TARIH       GUN         TUTAR  FATURA'
                 LINE 5 POSITION 2.
           MOVE 6 TO SATIR.
       SIPARIS-ACIK-BASLIK-SON.

      * faturasi bulunmayan ya da tutari tutmayan hakedis satirlari.
      * once bu satirlar yeniden eslestirilir (fatura sonradan
      * kesilmis olabilir)
       ODEME-ACIK.
           PERFORM KANAL-SOR THRU KANAL-SOR-SON.
           IF F = 27 GO ODEME-ACIK-SON.
           PERFORM FATURA-YUKLE THRU FATURA-YUKLE-SON.
           PERFORM KANHAK-AC THRU KANHAK-AC-SON.
           MOVE KN-KOD TO KH-KANAL.
           MOVE SPACES TO KH-SIPNO.
           MOVE ZEROS TO KH-SIRA.
           START KANHAK KEY IS NOT LESS THAN KH-KEY
              INVALID KEY GO ODEME-ACIK-LISTE.
       ODEME-ACIK-ESLE.
           READ KANHAK NEXT AT END GO ODEME-ACIK-LISTE.
           IF KH-KANAL NOT = KN-KOD GO ODEME-ACIK-LISTE.
           IF KH-ESLESTI GO ODEME-ACIK-ESLE.
           MOVE KH-SIPNO TO S-SIPNO.
           PERFORM ESLE-GUNCELLE THRU ESLE-GUNCELLE-SON.
      * siparisin son satirindan sonrasina gecilir
           MOVE KN-KOD TO KH-KANAL.
           MOVE S-SIPNO TO KH-SIPNO.
           MOVE 999 TO KH-SIRA.
           START KANHAK KEY IS GREATER THAN KH-KEY
              INVALID KEY GO ODEME-ACIK-LISTE.
           GO ODEME-ACIK-ESLE.
       ODEME-ACIK-LISTE.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'KNODE' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING 'KANAL;SIPARIS;ODEME TARIHI;BRUT;KOMISYON;KARGO;'
              'FATURA;FATURA TUTARI;DURUM'
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           PERFORM ODEME-ACIK-BASLIK THRU ODEME-ACIK-BASLIK-SON.
           MOVE ZEROS TO SATIR-SAY.
           MOVE KN-KOD TO KH-KANAL.
           MOVE SPACES TO KH-SIPNO.
           MOVE ZEROS TO KH-SIRA.
           START KANHAK KEY IS NOT LESS THAN KH-KEY
              INVALID KEY GO ODEME-ACIK-KAPAT.
       ODEME-ACIK-OKU.
           READ KANHAK NEXT AT END GO ODEME-ACIK-KAPAT.
           IF KH-KANAL NOT = KN-KOD GO ODEME-ACIK-KAPAT.
           IF KH-ESLESTI GO ODEME-ACIK-OKU.
           ADD 1 TO SATIR-SAY.
           MOVE KH-TUTAR TO C-TUTAR.
           MOVE KH-KOMISYON TO C-KOMIS.
           MOVE KH-KARGO TO C-KARGO.
           MOVE KH-FATURA-TUTAR TO C-FTUTAR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING KN-KOD ';' KH-SIPNO ';' KH-OGUN '/' KH-OAY '/'
              KH-OYIL ';' C-TUTAR ';' C-KOMIS ';' C-KARGO ';'
              KH-FATURA ';' C-FTUTAR ';' KH-DURUM
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           IF SATIR > 31 AND SATIR NOT = 99
              DISPLAY 'DEVAM ICIN TUS, ESC LISTEYI KAPATIR'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ACCEPT F FROM ESCAPE KEY
              IF F = 27 MOVE 99 TO SATIR
              ELSE
                 PERFORM ODEME-ACIK-BASLIK THRU ODEME-ACIK-BASLIK-SON
              END-IF.
           IF SATIR = 99 GO ODEME-ACIK-OKU.
           DISPLAY KH-DURUM LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              KH-SIPNO LINE SATIR POSITION 4
              KH-OGUN LINE SATIR POSITION 20
              '/' KH-OAY '/' KH-OYIL.
           MOVE KH-TUTAR TO YZ-TUTAR.
           DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 31
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF KH-FATURASIZ
              DISPLAY 'FATURA YOK' LINE SATIR POSITION 47
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              MOVE KH-FATURA-TUTAR TO YZ-TUTAR
              DISPLAY KH-FATURA LINE SATIR POSITION 47
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 YZ-TUTAR(3:14) LINE SATIR POSITION 63
           END-IF.
           ADD 1 TO SATIR.
           GO ODEME-ACIK-OKU.
       ODEME-ACIK-KAPAT.
           CLOSE KANHAK TEMPFILE RAPOR.
           DELETE FILE TEMPFILE.
           MOVE SATIR-SAY TO Z-SAYI.
           DISPLAY 'ESLESMEYEN ODEME :' LINE 33 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 33 POSITION 21
              'RAPOR: ' LINE 33 POSITION 28
              CSV-DOSYA LINE 33 POSITION 35.
       ODEME-ACIK-SON.

       ODEME-ACIK-BASLIK.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY KN-KOD LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              KN-ADI LINE 4 POSITION 6
              'D SIPARIS         ODEME              BRUT  FATURA'
                 LINE 5 POSITION 2
              'F. TUTARI' LINE 5 POSITION 67.
           DISPLAY 'Y=FATURA BULUNAMADI  F=TUTAR FARKLI'
              LINE 33 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 6 TO SATIR.
       ODEME-ACIK-BASLIK-SON.

       KANHAK-AC.
           OPEN I-O KANHAK.
           IF ST-KANHAK = '35'
              CLOSE KANHAK
              OPEN OUTPUT KANHAK
              CLOSE KANHAK
              OPEN I-O KANHAK.
       KANHAK-AC-SON.

       KANAL-HATA.
           ADD 1 TO HATALI.
           IF WL-REF = SPACES MOVE KN-KOD TO WL-REF.
           MOVE 2 TO WL-YON.
           MOVE 'H' TO WL-DURUM.
           PERFORM WEBLOG-YAZ THRU WEBLOG-YAZ-SON.
       KANAL-HATA-SON.

       WEBLOG-YAZ.
           OPEN I-O WEBLOG.
           MOVE BUGUN TO WL-TARIH.
           ACCEPT WL-SAAT FROM TIME.
           MOVE 1 TO WL-SIRA.
       WEBLOG-YAZ-DENE.
           PERFORM WRITE-WEBLOG.
           IF WVAR = 0 ADD 1 TO WL-SIRA GO WEBLOG-YAZ-DENE.
           CLOSE WEBLOG.
       WEBLOG-YAZ-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==KANAL==
                                  "%T%"  BY "KANAL"
                                 ==%R%== BY ==KN-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==KANHAK==
                                  "%T%"  BY "KANHAK"
                                 ==%R%== BY ==KH-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==SIPARIS==
                                  "%T%"  BY "SIPARIS"
                                 ==%R%== BY ==SIP-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==SIPDET==
                                  "%T%"  BY "SIPDET"
                                 ==%R%== BY ==SD-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==KASA==
                                  "%T%"  BY "KASA"
                                 ==%R%== BY ==KS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==WEBLOG==
                                  "%T%"  BY "WEBLOG"
                                 ==%R%== BY ==WL-KAYIT==.
