       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ENVANTER'.
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
       copy 'sayim.cpy'.
       copy 'yevmiye.cpy'.
       copy 'ayar.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
            SELECT FIRMAKFG ASSIGN TO DISK, 'DATA\FIRMA.KFG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT LISTE ASSIGN TO DISK, LISTE-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'stokadet.cpz'.
       copy 'sayim.cpz'.
       copy 'yevmiye.cpz'.
       copy 'ayar.cpz'.
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-GRUP               PIC X(30).
               03 TP-KATNO              PIC 9999.
               03 TP-STNO               PIC X(15).
               03 TP-DEPONO             PIC 9999.
           02 TP-CINSI                  PIC X(35).
           02 TP-MALIYET                PIC 9(10)V9999.
           02 TP-DEFTER                 PIC S9(12)V9999.
           02 TP-SAYIM                  PIC S9(12)V9999.
           02 TP-SAYILDI                PIC 9.
       FD FIRMAKFG.
       01 KFG-SATIR                     PIC X(80).
       FD LISTE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LISTE-SATIR.
       01 LISTE-SATIR                   PIC X(132).
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(250).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 D-YIL             PIC 9999.
           02 D-HESAP           PIC X(10).
           02 HESAP-UZUN        PIC 99.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 FIRMA-UNVAN       PIC X(60).
       01 ENVANTER-DEGIS.
           02 L-MIKTAR          PIC S9(12)V9999.
           02 L-DEGER           PIC S9(13)V99.
           02 T-GRUP            PIC S9(13)V99.
           02 G-DEGER           PIC S9(13)V99.
           02 M-BAKIYE          PIC S9(13)V99.
           02 M-FARK            PIC S9(13)V99.
           02 ONCEKI-GRUP       PIC X(30).
           02 ILK-SATIR         PIC 9.
           02 FARK-SAYI         PIC 9(5).
           02 KALEM-SAYI        PIC 9(7).
           02 SAYFA-NO          PIC 9(4).
           02 SAYFA-SATIR       PIC 99.
           02 B-FARK            PIC X(4).
           02 YEDEK-SATIR       PIC X(132).
           02 X-DEFTER          PIC -(8)9,999.
           02 X-SAYIM           PIC -(8)9,999.
           02 X-SAYIM-X REDEFINES X-SAYIM PIC X(13).
           02 X-MALIYET         PIC Z(9)9,9999.
           02 X-TUTAR           PIC -(12)9,99.
           02 Z-SAYI            PIC Z(6)9.
       01 LISTE-DOSYA.
           02 FILLER            PIC X(9) VALUE 'DATA\ENV_'.
           02 LD-YIL            PIC 9999.
           02 FILLER            PIC X(4) VALUE '.TXT'.
       01 BASLIK1.
           02 BS-FIRMA          PIC X(60).
           02 FILLER            PIC X(4) VALUE SPACES.
           02 FILLER            PIC X(24)
                 VALUE 'ENVANTER DEFTERI - YIL :'.
           02 BS-YIL            PIC 9999.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(7) VALUE 'SAYFA :'.
           02 BS-SAYFA          PIC ZZZ9.
       01 BASLIK2.
           02 FILLER            PIC X(21) VALUE 'KAT  STOK NO'.
           02 FILLER            PIC X(36) VALUE 'CINSI'.
           02 FILLER            PIC X(19) VALUE 'DEPO  DEFTER MIKT.'.
           02 FILLER            PIC X(29)
                 VALUE ' SAYIM MIKT.   BIRIM MALIYET'.
           02 FILLER            PIC X(27) VALUE '           TUTAR FARK'.
       01 BILGI.
           02 BL-KATNO          PIC 9999.
           02 FILLER            PIC X VALUE ' '.
           02 BL-STNO           PIC X(15).
           02 FILLER            PIC X VALUE ' '.
           02 BL-CINSI          PIC X(35).
           02 FILLER            PIC X VALUE ' '.
           02 BL-DEPONO         PIC 9999.
           02 FILLER            PIC X VALUE ' '.
           02 BL-DEFTER         PIC -(8)9,999.
           02 FILLER            PIC X VALUE ' '.
           02 BL-SAYIM          PIC -(8)9,999.
           02 BL-SAYIM-X REDEFINES BL-SAYIM PIC X(13).
           02 FILLER            PIC X VALUE ' '.
           02 BL-MALIYET        PIC Z(9)9,9999.
           02 FILLER            PIC X VALUE ' '.
           02 BL-TUTAR          PIC -(12)9,99.
           02 FILLER            PIC X VALUE ' '.
           02 BL-FARK           PIC X(4).
       01 TOPLAM-SATIR.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 TS-ACIKLAMA       PIC X(50).
           02 FILLER            PIC X(40) VALUE SPACES.
           02 TS-TUTAR          PIC -(12)9,99.
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
      * yil sonu envanter defteri: depo bazinda defter miktari
      * STOKADET ten, sayim miktari SAYIM dan gelir. sayilmis
      * kalem sayim miktariyla, sayilmamis kalem defter miktariyla
      * ortalama maliyetten degerlenir; tip (mal grubu) ara
      * toplamli imza listesi ve CSV uretilir, genel toplam
      * muhasebedeki stok hesabinin yil sonu bakiyesiyle
      * karsilastirilir
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' YIL SONU ENVANTER DEFTERI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'ENVANTER DEFTERI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM AYAR-OKU THRU AYAR-OKU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM DEFTER THRU DEFTER-SON GO TUS.
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

      * AYAR (TIP 44): stok (ticari mal) hesabinin kodu YAZDOS ta,
      * alt hesaplar bu kodla baslayanlardir
       AYAR-OKU.
           OPEN I-O AYAR.
           MOVE 44 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'ENVANTER / STOK HESABI' TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-YAZPORT
                    AY-CIKTITIPI AY-YAZDOS2 AY-EVRAKNO
                 MOVE '153' TO AY-YAZDOS
                 PERFORM WRITE-AYAR
           END-READ.
           CLOSE AYAR.
           MOVE AY-YAZDOS TO D-HESAP.
       AYAR-OKU-SON.

       DEFTER.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           COMPUTE D-YIL = BU-YIL - 1.
           IF BU-AY = 12 MOVE BU-YIL TO D-YIL.
           DISPLAY 'KAPANAN YIL       :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'STOK HESAP KODU   :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT D-YIL LINE 4 POSITION 22 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT D-HESAP LINE 5 POSITION 22 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO DEFTER-SON.
           IF D-HESAP = SPACES
              DISPLAY 'STOK HESAP KODU BOS OLAMAZ !!!'
                 LINE 7 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO DEFTER-SON.
           DISPLAY 'HAZIRLANIYOR...' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM FIRMA-OKU THRU FIRMA-OKU-SON.
           PERFORM HAZIRLA THRU HAZIRLA-SON.
           PERFORM HESAP-BAKIYE THRU HESAP-BAKIYE-SON.
           PERFORM DOKUM THRU DOKUM-SON.
           MOVE G-DEGER TO X-TUTAR.
           DISPLAY 'ENVANTER TOPLAMI       :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              X-TUTAR LINE 9 POSITION 27.
           MOVE M-BAKIYE TO X-TUTAR.
           DISPLAY 'MUHASEBE STOK BAKIYESI :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              X-TUTAR LINE 10 POSITION 27
              D-HESAP LINE 10 POSITION 45.
           MOVE M-FARK TO X-TUTAR.
           DISPLAY 'FARK                   :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              X-TUTAR LINE 11 POSITION 27.
           IF M-FARK NOT = ZEROS
              DISPLAY 'DEVIRDEN ONCE FARKI INCELEYIN !!!'
                 LINE 11 POSITION 45
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           MOVE KALEM-SAYI TO Z-SAYI.
           DISPLAY 'LISTELENEN SATIR       :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 13 POSITION 33.
           MOVE FARK-SAYI TO Z-SAYI.
           DISPLAY 'SAYIM FARKI OLAN SATIR :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 14 POSITION 33.
           DISPLAY 'LISTE :' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              LISTE-DOSYA LINE 16 POSITION 10
              'CSV   :' LINE 17 POSITION 2
              CSV-DOSYA LINE 17 POSITION 10.
       DEFTER-SON.

      * firma unvani DATA\FIRMA.KFG nin ilk satiridir
       FIRMA-OKU.
           MOVE SPACES TO FIRMA-UNVAN.
           OPEN INPUT FIRMAKFG.
           IF ST-TEMPFILE NOT = '00' GO FIRMA-OKU-SON.
           READ FIRMAKFG
              NOT AT END MOVE KFG-SATIR TO FIRMA-UNVAN
           END-READ.
           CLOSE FIRMAKFG.
       FIRMA-OKU-SON.

      * her stok/depo icin yilin defter ve sayim miktari gecici
      * dosyada tip sirasina gore toplanir
       HAZIRLA.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT STOK STOKADET SAYIM.
           MOVE LOW-VALUES TO ST-KEY.
           START STOK KEY IS NOT LESS THAN ST-KEY
              INVALID KEY GO HAZIRLA-KAPAT.
       HAZIRLA-OKU.
           READ STOK NEXT AT END GO HAZIRLA-KAPAT.
           IF ST-HIZMET GO HAZIRLA-OKU.
           PERFORM DEFTER-MIKTAR THRU DEFTER-MIKTAR-SON.
           PERFORM SAYIM-MIKTAR THRU SAYIM-MIKTAR-SON.
           GO HAZIRLA-OKU.
       HAZIRLA-KAPAT.
           CLOSE STOK STOKADET SAYIM.
       HAZIRLA-SON.

       DEFTER-MIKTAR.
           MOVE ST-KATNO TO STA-KATNO.
           MOVE ST-STNO TO STA-STNO.
           MOVE ZEROS TO STA-DEPONO STA-YIL STA-SIRA.
           START STOKADET KEY IS NOT LESS THAN STA-KEY
              INVALID KEY GO DEFTER-MIKTAR-SON.
       DEFTER-MIKTAR-OKU.
           READ STOKADET NEXT AT END GO DEFTER-MIKTAR-SON.
           IF STA-KATNO NOT = ST-KATNO OR STA-STNO NOT = ST-STNO
              GO DEFTER-MIKTAR-SON.
           IF STA-YIL NOT = D-YIL GO DEFTER-MIKTAR-OKU.
           MOVE STA-DEPONO TO TP-DEPONO.
           PERFORM TEMP-BUL THRU TEMP-BUL-SON.
           COMPUTE TP-DEFTER = TP-DEFTER + STA-GIR - STA-CIK.
           REWRITE TP-KAYIT.
           GO DEFTER-MIKTAR-OKU.
       DEFTER-MIKTAR-SON.

       SAYIM-MIKTAR.
           MOVE ST-KATNO TO E-KATNO.
           MOVE ST-STNO TO E-STNO.
           MOVE ZEROS TO E-DEPONO E-YIL.
           START SAYIM KEY IS NOT LESS THAN E-KEY
              INVALID KEY GO SAYIM-MIKTAR-SON.
       SAYIM-MIKTAR-OKU.
           READ SAYIM NEXT AT END GO SAYIM-MIKTAR-SON.
           IF E-KATNO NOT = ST-KATNO OR E-STNO NOT = ST-STNO
              GO SAYIM-MIKTAR-SON.
           IF E-YIL NOT = D-YIL GO SAYIM-MIKTAR-OKU.
           MOVE E-DEPONO TO TP-DEPONO.
           PERFORM TEMP-BUL THRU TEMP-BUL-SON.
           ADD E-ADET TO TP-SAYIM.
           MOVE 1 TO TP-SAYILDI.
           REWRITE TP-KAYIT.
           GO SAYIM-MIKTAR-OKU.
       SAYIM-MIKTAR-SON.

       TEMP-BUL.
           MOVE ST-TIPI TO TP-GRUP.
           MOVE ST-KATNO TO TP-KATNO.
           MOVE ST-STNO TO TP-STNO.
           READ TEMPFILE
              INVALID KEY
                 MOVE ST-CINSI TO TP-CINSI
                 MOVE ST-MALIYET TO TP-MALIYET
                 MOVE ZEROS TO TP-DEFTER TP-SAYIM TP-SAYILDI
                 WRITE TP-KAYIT
           END-READ.
       TEMP-BUL-SON.

      * stok hesabi ve alt hesaplarinin yil sonu borc bakiyesi
       HESAP-BAKIYE.
           MOVE ZEROS TO M-BAKIYE.
           MOVE ZEROS TO HESAP-UZUN.
           INSPECT D-HESAP TALLYING HESAP-UZUN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           OPEN INPUT YEVMIYE.
           MOVE D-HESAP TO YV-HESAP-KOD.
           START YEVMIYE KEY IS NOT LESS THAN YV-HESAP-KOD
              INVALID KEY GO HESAP-BAKIYE-KAPAT.
       HESAP-BAKIYE-OKU.
           READ YEVMIYE NEXT AT END GO HESAP-BAKIYE-KAPAT.
           IF YV-HESAP-KOD(1:HESAP-UZUN) NOT =
              D-HESAP(1:HESAP-UZUN)
              GO HESAP-BAKIYE-KAPAT.
           IF YV-YIL NOT = D-YIL GO HESAP-BAKIYE-OKU.
           COMPUTE M-BAKIYE = M-BAKIYE + YV-BORC - YV-ALACAK.
           GO HESAP-BAKIYE-OKU.
       HESAP-BAKIYE-KAPAT.
           CLOSE YEVMIYE.
       HESAP-BAKIYE-SON.

      * liste 60 satirlik sayfalara bolunur, tip degisince ara
      * toplam, sonda genel toplam, muhasebe farki ve imza yeri
       DOKUM.
           MOVE D-YIL TO LD-YIL.
           OPEN OUTPUT LISTE.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'ENVNT' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'TIP;KATALOG;STOK NO;CINSI;DEPO;DEFTER MIKTARI;'
              'SAYIM MIKTARI;BIRIM MALIYET;TUTAR;FARK'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE ZEROS TO G-DEGER T-GRUP FARK-SAYI KALEM-SAYI SAYFA-NO.
           MOVE 1 TO ILK-SATIR.
           MOVE SPACES TO ONCEKI-GRUP.
           PERFORM SAYFA-BASI THRU SAYFA-BASI-SON.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO DOKUM-BITIR.
       DOKUM-OKU.
           READ TEMPFILE NEXT AT END GO DOKUM-BITIR.
           IF TP-DEFTER = ZEROS AND TP-SAYIM = ZEROS GO DOKUM-OKU.
           IF ILK-SATIR = 0 AND TP-GRUP NOT = ONCEKI-GRUP
              PERFORM GRUP-TOPLAM THRU GRUP-TOPLAM-SON.
           MOVE 0 TO ILK-SATIR.
           MOVE TP-GRUP TO ONCEKI-GRUP.
           MOVE TP-DEFTER TO L-MIKTAR.
           MOVE SPACES TO B-FARK.
           IF TP-SAYILDI = 1
              MOVE TP-SAYIM TO L-MIKTAR
              IF TP-SAYIM NOT = TP-DEFTER
                 MOVE 'FARK' TO B-FARK
                 ADD 1 TO FARK-SAYI
              END-IF
           END-IF.
           COMPUTE L-DEGER ROUNDED = L-MIKTAR * TP-MALIYET.
           ADD L-DEGER TO T-GRUP G-DEGER.
           ADD 1 TO KALEM-SAYI.
           MOVE TP-KATNO TO BL-KATNO.
           MOVE TP-STNO TO BL-STNO.
           MOVE TP-CINSI TO BL-CINSI.
           MOVE TP-DEPONO TO BL-DEPONO.
           MOVE TP-DEFTER TO BL-DEFTER X-DEFTER.
           MOVE TP-MALIYET TO BL-MALIYET X-MALIYET.
           MOVE L-DEGER TO BL-TUTAR X-TUTAR.
           MOVE B-FARK TO BL-FARK.
           IF TP-SAYILDI = 1
              MOVE TP-SAYIM TO BL-SAYIM X-SAYIM
           ELSE
              MOVE SPACES TO BL-SAYIM-X X-SAYIM-X
           END-IF.
           MOVE BILGI TO LISTE-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO CSV-SATIR.
           STRING TP-GRUP ';' TP-KATNO ';' TP-STNO ';' TP-CINSI ';'
              TP-DEPONO ';' X-DEFTER ';' X-SAYIM ';' X-MALIYET ';'
              X-TUTAR ';' B-FARK
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO DOKUM-OKU.
       DOKUM-BITIR.
           IF ILK-SATIR = 0
              PERFORM GRUP-TOPLAM THRU GRUP-TOPLAM-SON.
           CLOSE TEMPFILE.
           DELETE FILE TEMPFILE.
           COMPUTE M-FARK = G-DEGER - M-BAKIYE.
           MOVE ALL '=' TO LISTE-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE 'ENVANTER GENEL TOPLAMI' TO TS-ACIKLAMA.
           MOVE G-DEGER TO TS-TUTAR.
           MOVE TOPLAM-SATIR TO LISTE-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO TS-ACIKLAMA.
           STRING 'MUHASEBE STOK HESABI BAKIYESI (' D-HESAP ')'
              DELIMITED BY SIZE INTO TS-ACIKLAMA.
           MOVE M-BAKIYE TO TS-TUTAR.
           MOVE TOPLAM-SATIR TO LISTE-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE 'FARK' TO TS-ACIKLAMA.
           MOVE M-FARK TO TS-TUTAR.
           MOVE TOPLAM-SATIR TO LISTE-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO LISTE-SATIR.
           WRITE LISTE-SATIR.
           WRITE LISTE-SATIR.
           MOVE SPACES TO LISTE-SATIR.
           STRING '     SAYIMI YAPAN' DELIMITED BY SIZE
              INTO LISTE-SATIR.
           MOVE 'KONTROL EDEN' TO LISTE-SATIR(50:12).
           MOVE 'MALI MUSAVIR' TO LISTE-SATIR(95:12).
           WRITE LISTE-SATIR.
           MOVE SPACES TO LISTE-SATIR.
           MOVE '     ..................' TO LISTE-SATIR(1:23).
           MOVE '..................' TO LISTE-SATIR(47:18).
           MOVE '..................' TO LISTE-SATIR(92:18).
           WRITE LISTE-SATIR.
           CLOSE LISTE.
           MOVE G-DEGER TO X-TUTAR.
           MOVE SPACES TO CSV-SATIR.
           STRING 'GENEL TOPLAM;;;;;;;;' X-TUTAR ';'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE M-BAKIYE TO X-TUTAR.
           MOVE SPACES TO CSV-SATIR.
           STRING 'MUHASEBE ' D-HESAP ';;;;;;;;' X-TUTAR ';'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE M-FARK TO X-TUTAR.
           MOVE SPACES TO CSV-SATIR.
           STRING 'FARK;;;;;;;;' X-TUTAR ';'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           CLOSE CSVOUT.
       DOKUM-SON.

       GRUP-TOPLAM.
           MOVE SPACES TO TS-ACIKLAMA.
           STRING 'ARA TOPLAM : ' ONCEKI-GRUP
              DELIMITED BY SIZE INTO TS-ACIKLAMA.
           MOVE T-GRUP TO TS-TUTAR X-TUTAR.
           MOVE TOPLAM-SATIR TO LISTE-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO LISTE-SATIR.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE SPACES TO CSV-SATIR.
           STRING ONCEKI-GRUP ';ARA TOPLAM;;;;;;;' X-TUTAR ';'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE ZEROS TO T-GRUP.
       GRUP-TOPLAM-SON.

       SATIR-YAZ.
           IF SAYFA-SATIR > 59
              MOVE LISTE-SATIR TO YEDEK-SATIR
              PERFORM SAYFA-BASI THRU SAYFA-BASI-SON
              MOVE YEDEK-SATIR TO LISTE-SATIR.
           WRITE LISTE-SATIR.
           ADD 1 TO SAYFA-SATIR.
       SATIR-YAZ-SON.

       SAYFA-BASI.
           ADD 1 TO SAYFA-NO.
           MOVE FIRMA-UNVAN TO BS-FIRMA.
           MOVE D-YIL TO BS-YIL.
           MOVE SAYFA-NO TO BS-SAYFA.
           MOVE BASLIK1 TO LISTE-SATIR.
           IF SAYFA-NO = 1
              WRITE LISTE-SATIR
           ELSE
              WRITE LISTE-SATIR AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO LISTE-SATIR.
           WRITE LISTE-SATIR.
           MOVE BASLIK2 TO LISTE-SATIR.
           WRITE LISTE-SATIR.
           MOVE ALL '-' TO LISTE-SATIR.
           WRITE LISTE-SATIR.
           MOVE 4 TO SAYFA-SATIR.
       SAYFA-BASI-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
