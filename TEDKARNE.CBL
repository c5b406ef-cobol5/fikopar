       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TEDKARNE'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'satinal.cpy'.
       copy 'satkabul.cpy'.
       copy 'hareket.cpy'.
       copy 'tedarik.cpy'.
       copy 'sicil.cpy'.
       copy 'kalite.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'satinal.cpz'.
       copy 'satkabul.cpz'.
       copy 'hareket.cpz'.
       copy 'tedarik.cpz'.
       copy 'sicil.cpz'.
       copy 'kalite.cpz'.
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-HESAPNO            PIC X(15).
               03 TP-CEYREK             PIC 9.
           02 TP-SATIR                  PIC 9(5).
           02 TP-TAM                    PIC 9(5).
           02 TP-EKSIK                  PIC 9(5).
           02 TP-FAZLA                  PIC 9(5).
           02 TP-GELMEDI                PIC 9(5).
           02 TP-SIP-ADET               PIC 9(11)V999.
           02 TP-DOLAN-ADET             PIC 9(11)V999.
           02 TP-TESLIM-ADET            PIC 9(11)V999.
           02 TP-SURE-TOPLAM            PIC 9(9).
           02 TP-SURE-SAYI              PIC 9(5).
           02 TP-SOZ-SAYI               PIC 9(5).
           02 TP-GEC-SAYI               PIC 9(5).
           02 TP-SIP-TUTAR              PIC S9(13)V99.
           02 TP-FARK-TUTAR             PIC S9(13)V99.
           02 TP-IADE-ADET              PIC 9(11)V999.
           02 TP-KONTROL-ADET           PIC 9(11)V999.
           02 TP-RED-ADET               PIC 9(11)V999.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(300).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-YIL             PIC 9999.
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-SAYI            PIC Z(4)9.
           02 Z-GUN             PIC ZZ9.
       01 KARNE-DEGIS.
           02 CEYREK            PIC 9.
           02 ILK-KABUL         PIC 9.
           02 VT-SIPARIS        PIC 9(7)V99.
           02 VT-SOZ            PIC 9(7)V99.
           02 VT-KABUL          PIC 9(7)V99.
           02 VT-ILK            PIC 9(7)V99.
           02 L-SURE            PIC S9(5).
           02 ONCEKI-HESAP      PIC X(15).
           02 ILK-SATIR         PIC 9.
           02 OLCULEN-GUN       PIC 9(3).
           02 GUNCELLENEN       PIC 9(5).
      * en az bu kadar teslim olculmeden sure onerilmez
           02 ASGARI-OLCUM      PIC 9(3) VALUE 3.
       01 YIL-TOPLAM.
           02 Y-SATIR           PIC 9(5).
           02 Y-TAM             PIC 9(5).
           02 Y-EKSIK           PIC 9(5).
           02 Y-FAZLA           PIC 9(5).
           02 Y-GELMEDI         PIC 9(5).
           02 Y-SIP-ADET        PIC 9(11)V999.
           02 Y-DOLAN-ADET      PIC 9(11)V999.
           02 Y-TESLIM-ADET     PIC 9(11)V999.
           02 Y-SURE-TOPLAM     PIC 9(9).
           02 Y-SURE-SAYI       PIC 9(5).
           02 Y-SOZ-SAYI        PIC 9(5).
           02 Y-GEC-SAYI        PIC 9(5).
           02 Y-SIP-TUTAR       PIC S9(13)V99.
           02 Y-FARK-TUTAR      PIC S9(13)V99.
           02 Y-IADE-ADET       PIC 9(11)V999.
           02 Y-KONTROL-ADET    PIC 9(11)V999.
           02 Y-RED-ADET        PIC 9(11)V999.
       01 TP-SAKLA              PIC X(200).
       01 ORAN-DEGIS.
           02 R-DOLUM           PIC 9(3)V9.
           02 R-MIKTAR          PIC 9(3)V9.
           02 R-SURE            PIC 9(3)V9.
           02 R-GEC             PIC 9(3)V9.
           02 R-FIYAT           PIC S9(3)V99.
           02 R-IADE            PIC 9(3)V9.
           02 R-RED             PIC 9(3)V9.
           02 X-ORAN            PIC ZZ9,9.
           02 X-ORAN2           PIC ZZ9,9.
           02 X-ORAN3           PIC ZZ9,9.
           02 X-ORAN4           PIC ZZ9,9.
           02 X-FIYAT           PIC -ZZ9,99.
           02 X-IADE            PIC ZZ9,9.
           02 X-TUTAR           PIC -(12)9,99.
           02 X-FARK            PIC -(12)9,99.
           02 X-ADET            PIC Z(10)9,999.
           02 X-IADE-ADET       PIC Z(10)9,999.
           02 X-KONTROL-ADET    PIC Z(10)9,999.
           02 X-RED-ADET        PIC Z(10)9,999.
           02 X-RED             PIC ZZ9,9.
       01 BILGI.
           02 BL-HESAPNO        PIC X(15).
           02 FILLER            PIC X VALUE ' '.
           02 BL-CEYREK         PIC X.
           02 FILLER            PIC X VALUE ' '.
           02 BL-SATIR          PIC ZZZZ9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-DOLUM          PIC ZZ9,9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-EKSIK          PIC ZZZ9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-FAZLA          PIC ZZZ9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-SURE           PIC ZZ9,9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-SOZ            PIC ZZ9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-GEC            PIC ZZ9,9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-FIYAT          PIC -ZZ9,99.
           02 FILLER            PIC X VALUE ' '.
           02 BL-IADE           PIC ZZ9,9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-RED            PIC ZZ9,9.
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
      * tedarikci karnesi: secilen yilin satinalma siparisleri
      * siparis tarihinin ceyregine gore tedarikci bazinda olculur.
      * teslim suresi siparis tarihinden ilk mal kabule (SIPALIS
      * eslestirmesi) kadar gecen gun, gecikme tedarikcinin
      * onayladigi tarihe (SAD-BEK-TARIH) gore, fiyat farki kabul
      * edilen fatura net fiyatinin siparis fiyatindan sapmasi,
      * iade orani ayni ceyrekteki iade faturasi (tip 9)
      * miktarinin teslim alinan miktara oranidir
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' TEDARIKCI KARNESI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'KARNE' REVERSE
              ' F2 ' 'TESLIM SURESI GUNCELLE' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM KARNE THRU KARNE-SON GO TUS.
           IF F = 2 PERFORM SURE-GUNCELLE THRU SURE-GUNCELLE-SON
              GO TUS.
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

       YIL-AL.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'YIL :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE BU-YIL TO E-YIL.
           ACCEPT E-YIL LINE 4 POSITION 8 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
       YIL-AL-SON.

       KARNE.
           PERFORM YIL-AL THRU YIL-AL-SON.
           IF F = 27 GO KARNE-SON.
           PERFORM HAZIRLA THRU HAZIRLA-SON.
           PERFORM DOKUM THRU DOKUM-SON.
           CLOSE TEMPFILE.
           DELETE FILE TEMPFILE.
       KARNE-SON.

      * siparis satirlari ve kabul kayitlari ceyrek ceyrek
      * tedarikci satirlarina toplanir
       HAZIRLA.
           DISPLAY 'HAZIRLANIYOR...' LINE 4 POSITION 20
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE.
           CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT SATINAL SATINDET SATKABUL.
           IF ST-SATKABUL = '35'
              OPEN OUTPUT SATKABUL
              CLOSE SATKABUL
              OPEN INPUT SATKABUL.
           MOVE LOW-VALUES TO SA-EVRAKNO.
           START SATINAL KEY IS NOT LESS THAN SA-EVRAKNO
              INVALID KEY GO HAZIRLA-IADE.
       HAZIRLA-SIPARIS.
           READ SATINAL NEXT AT END GO HAZIRLA-IADE.
           IF SA-YIL NOT = E-YIL GO HAZIRLA-SIPARIS.
           IF SA-DURUM-IPTAL GO HAZIRLA-SIPARIS.
           COMPUTE CEYREK = (SA-AY + 2) / 3.
           COMPUTE VT-SIPARIS = SA-GUN + SA-AY * 30,41
              + SA-YIL * 365.
           MOVE SA-EVRAKNO TO SAD-EVRAKNO.
           MOVE ZEROS TO SAD-SIRA.
           START SATINDET KEY IS NOT LESS THAN SAD-KEY
              INVALID KEY GO HAZIRLA-SIPARIS.
       HAZIRLA-SATIR.
           READ SATINDET NEXT AT END GO HAZIRLA-SIPARIS.
           IF SAD-EVRAKNO NOT = SA-EVRAKNO GO HAZIRLA-SIPARIS.
           IF SAD-REDDEDILDI GO HAZIRLA-SATIR.
           MOVE SA-HESAPNO TO TP-HESAPNO.
           MOVE CEYREK TO TP-CEYREK.
           PERFORM TP-OKU THRU TP-OKU-SON.
           ADD 1 TO TP-SATIR.
           ADD SAD-ADET TO TP-SIP-ADET.
           ADD SAD-TESLIM TO TP-TESLIM-ADET.
           EVALUATE TRUE
            WHEN SAD-TESLIM = ZEROS
              ADD 1 TO TP-GELMEDI
            WHEN SAD-TESLIM < SAD-ADET
              ADD 1 TO TP-EKSIK
              ADD SAD-TESLIM TO TP-DOLAN-ADET
            WHEN SAD-TESLIM > SAD-ADET
              ADD 1 TO TP-FAZLA
              ADD SAD-ADET TO TP-DOLAN-ADET
            WHEN OTHER
              ADD 1 TO TP-TAM
              ADD SAD-ADET TO TP-DOLAN-ADET
           END-EVALUATE.
           PERFORM KABUL-TOPLA THRU KABUL-TOPLA-SON.
           REWRITE TP-KAYIT.
           GO HAZIRLA-SATIR.
      * iade faturalari (tip 9) tarihinin ceyregine yazilir
       HAZIRLA-IADE.
           CLOSE SATINAL SATINDET SATKABUL.
           OPEN INPUT HAREKET-SICIL HAREKET-DETAY.
           MOVE 9 TO HS-TIP.
           MOVE LOW-VALUES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
              INVALID KEY GO HAZIRLA-KAPAT.
       HAZIRLA-IADE-OKU.
           READ HAREKET-SICIL NEXT AT END GO HAZIRLA-KAPAT.
           IF HS-TIP NOT = 9 GO HAZIRLA-KAPAT.
           IF HS-SONUC = 9 OR HS-FYIL NOT = E-YIL
              GO HAZIRLA-IADE-OKU.
           MOVE HS-HESAPNO TO TP-HESAPNO.
           COMPUTE TP-CEYREK = (HS-FAY + 2) / 3.
           PERFORM TP-OKU THRU TP-OKU-SON.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO HAZIRLA-IADE-YAZ.
       HAZIRLA-IADE-SATIR.
           READ HAREKET-DETAY NEXT AT END GO HAZIRLA-IADE-YAZ.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO HAZIRLA-IADE-YAZ.
           ADD HD-ADET TO TP-IADE-ADET.
           GO HAZIRLA-IADE-SATIR.
       HAZIRLA-IADE-YAZ.
           REWRITE TP-KAYIT.
           GO HAZIRLA-IADE-OKU.
       HAZIRLA-KAPAT.
           CLOSE HAREKET-SICIL HAREKET-DETAY.
      * mal kabul kalite kontrolu: kontrol edilen (serbest + red) ve
      * reddedilen miktar gelis tarihinin ceyregine yazilir
           OPEN INPUT KALITE.
           IF ST-KALITE NOT = '00' GO HAZIRLA-SON.
           MOVE LOW-VALUES TO KK-KEY.
           START KALITE KEY IS NOT LESS THAN KK-KEY
              INVALID KEY GO HAZIRLA-KALITE-KAPAT.
       HAZIRLA-KALITE.
           READ KALITE NEXT AT END GO HAZIRLA-KALITE-KAPAT.
           IF KK-YIL NOT = E-YIL GO HAZIRLA-KALITE.
           IF KK-SERBEST + KK-RED = ZEROS GO HAZIRLA-KALITE.
           MOVE KK-HESAPNO TO TP-HESAPNO.
           COMPUTE TP-CEYREK = (KK-AY + 2) / 3.
           PERFORM TP-OKU THRU TP-OKU-SON.
           ADD KK-SERBEST KK-RED TO TP-KONTROL-ADET.
           ADD KK-RED TO TP-RED-ADET.
           REWRITE TP-KAYIT.
           GO HAZIRLA-KALITE.
       HAZIRLA-KALITE-KAPAT.
           CLOSE KALITE.
       HAZIRLA-SON.

       TP-OKU.
           READ TEMPFILE
              INVALID KEY
                 MOVE ZEROS TO TP-SATIR TP-TAM TP-EKSIK TP-FAZLA
                    TP-GELMEDI TP-SIP-ADET TP-DOLAN-ADET
                    TP-TESLIM-ADET TP-SURE-TOPLAM TP-SURE-SAYI
                    TP-SOZ-SAYI TP-GEC-SAYI TP-SIP-TUTAR
                    TP-FARK-TUTAR TP-IADE-ADET TP-KONTROL-ADET
                    TP-RED-ADET
                 WRITE TP-KAYIT
           END-READ.
       TP-OKU-SON.

      * siparis satirinin kabul kayitlari: ilk kabul tarihi teslim
      * suresini ve gecikmeyi, her kabulun fiyati farki verir
       KABUL-TOPLA.
           MOVE ZEROS TO ILK-KABUL VT-ILK.
           INITIALIZE SKB-KAYIT.
           MOVE SAD-EVRAKNO TO SKB-SIPNO.
           MOVE SAD-SIRA TO SKB-SIPSIRA.
           START SATKABUL KEY IS NOT LESS THAN SKB-KEY
              INVALID KEY GO KABUL-TOPLA-SURE.
       KABUL-TOPLA-OKU.
           READ SATKABUL NEXT AT END GO KABUL-TOPLA-SURE.
           IF SKB-SIPNO NOT = SAD-EVRAKNO OR SKB-SIPSIRA NOT = SAD-SIRA
              GO KABUL-TOPLA-SURE.
           COMPUTE VT-KABUL = SKB-GUN + SKB-AY * 30,41
              + SKB-YIL * 365.
           IF ILK-KABUL = ZEROS OR VT-KABUL < VT-ILK
              MOVE VT-KABUL TO VT-ILK
              MOVE 1 TO ILK-KABUL.
           COMPUTE TP-SIP-TUTAR ROUNDED = TP-SIP-TUTAR
              + SKB-ADET * SKB-SIP-FIYAT.
           COMPUTE TP-FARK-TUTAR ROUNDED = TP-FARK-TUTAR
              + SKB-ADET * (SKB-FIYAT - SKB-SIP-FIYAT).
           GO KABUL-TOPLA-OKU.
       KABUL-TOPLA-SURE.
           IF ILK-KABUL = ZEROS GO KABUL-TOPLA-SON.
           COMPUTE L-SURE ROUNDED = VT-ILK - VT-SIPARIS.
           IF L-SURE < ZEROS MOVE ZEROS TO L-SURE.
           ADD L-SURE TO TP-SURE-TOPLAM.
           ADD 1 TO TP-SURE-SAYI.
           IF SAD-BEK-TARIH = ZEROS OR SAD-BEK-TARIH = SPACES
              GO KABUL-TOPLA-SON.
           ADD 1 TO TP-SOZ-SAYI.
           COMPUTE VT-SOZ = SAD-BGUN + SAD-BAY * 30,41
              + SAD-BYIL * 365.
           IF VT-ILK > VT-SOZ ADD 1 TO TP-GEC-SAYI.
       KABUL-TOPLA-SON.

      * her tedarikcinin ceyrek satirlarindan sonra yil toplami
      * (Y) gelir
       DOKUM.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'TEDKR' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'HESAP NO;HESAP ADI;CEYREK;SIPARIS SATIRI;TAM;'
              'EKSIK;FAZLA;GELMEDI;SATIR DOLUM %;MIKTAR DOLUM %;'
              'ORT TESLIM GUN;TANIMLI GUN;GEC %;SIPARIS TUTARI;'
              'FIYAT FARKI;FIYAT FARK %;TESLIM ADET;IADE ADET;IADE %;'
              'KONTROL ADET;RED ADET;RED %'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY 'HESAP NO        C SATIR DOLUM EKSK FZLA ORT.G'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'SOZ  GEC%  FIYAT% IADE%  RED%' LINE 4 POSITION 48.
           MOVE 5 TO SATIR.
           MOVE 1 TO ILK-SATIR.
           OPEN INPUT SICIL TEDARIK.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO DOKUM-BITIR.
       DOKUM-OKU.
           READ TEMPFILE NEXT AT END GO DOKUM-BITIR.
           IF ILK-SATIR = ZEROS AND TP-HESAPNO NOT = ONCEKI-HESAP
              PERFORM YIL-YAZ THRU YIL-YAZ-SON.
           IF ILK-SATIR = 1 OR TP-HESAPNO NOT = ONCEKI-HESAP
              PERFORM TEDARIKCI-OKU THRU TEDARIKCI-OKU-SON
              INITIALIZE YIL-TOPLAM.
           MOVE ZEROS TO ILK-SATIR.
           MOVE TP-HESAPNO TO ONCEKI-HESAP.
           ADD TP-SATIR TO Y-SATIR.
           ADD TP-TAM TO Y-TAM.
           ADD TP-EKSIK TO Y-EKSIK.
           ADD TP-FAZLA TO Y-FAZLA.
           ADD TP-GELMEDI TO Y-GELMEDI.
           ADD TP-SIP-ADET TO Y-SIP-ADET.
           ADD TP-DOLAN-ADET TO Y-DOLAN-ADET.
           ADD TP-TESLIM-ADET TO Y-TESLIM-ADET.
           ADD TP-SURE-TOPLAM TO Y-SURE-TOPLAM.
           ADD TP-SURE-SAYI TO Y-SURE-SAYI.
           ADD TP-SOZ-SAYI TO Y-SOZ-SAYI.
           ADD TP-GEC-SAYI TO Y-GEC-SAYI.
           ADD TP-SIP-TUTAR TO Y-SIP-TUTAR.
           ADD TP-FARK-TUTAR TO Y-FARK-TUTAR.
           ADD TP-IADE-ADET TO Y-IADE-ADET.
           ADD TP-KONTROL-ADET TO Y-KONTROL-ADET.
           ADD TP-RED-ADET TO Y-RED-ADET.
           MOVE TP-CEYREK TO BL-CEYREK.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           GO DOKUM-OKU.
       DOKUM-BITIR.
           IF ILK-SATIR = ZEROS
              PERFORM YIL-YAZ THRU YIL-YAZ-SON.
           CLOSE SICIL TEDARIK CSVOUT.
           DISPLAY 'CSV OLUSTURULDU - DEVAM ICIN TUS'
              LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
       DOKUM-SON.

       TEDARIKCI-OKU.
           MOVE TP-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           MOVE TP-HESAPNO TO TD-HESAPNO.
           READ TEDARIK INVALID KEY MOVE ZEROS TO TD-TESLIM-GUN.
       TEDARIKCI-OKU-SON.

      * okunmus olan yeni tedarikci satiri yil toplami yazilirken
      * saklanir
       YIL-YAZ.
           MOVE TP-KAYIT TO TP-SAKLA.
           MOVE Y-SATIR TO TP-SATIR.
           MOVE Y-TAM TO TP-TAM.
           MOVE Y-EKSIK TO TP-EKSIK.
           MOVE Y-FAZLA TO TP-FAZLA.
           MOVE Y-GELMEDI TO TP-GELMEDI.
           MOVE Y-SIP-ADET TO TP-SIP-ADET.
           MOVE Y-DOLAN-ADET TO TP-DOLAN-ADET.
           MOVE Y-TESLIM-ADET TO TP-TESLIM-ADET.
           MOVE Y-SURE-TOPLAM TO TP-SURE-TOPLAM.
           MOVE Y-SURE-SAYI TO TP-SURE-SAYI.
           MOVE Y-SOZ-SAYI TO TP-SOZ-SAYI.
           MOVE Y-GEC-SAYI TO TP-GEC-SAYI.
           MOVE Y-SIP-TUTAR TO TP-SIP-TUTAR.
           MOVE Y-FARK-TUTAR TO TP-FARK-TUTAR.
           MOVE Y-IADE-ADET TO TP-IADE-ADET.
           MOVE Y-KONTROL-ADET TO TP-KONTROL-ADET.
           MOVE Y-RED-ADET TO TP-RED-ADET.
           MOVE ONCEKI-HESAP TO TP-HESAPNO.
           MOVE 'Y' TO BL-CEYREK.
           PERFORM SATIR-YAZ THRU SATIR-YAZ-SON.
           MOVE TP-SAKLA TO TP-KAYIT.
       YIL-YAZ-SON.

      * TP alanlarindaki sayilardan oranlar hesaplanip ekrana ve
      * csv ye yazilir
       SATIR-YAZ.
           PERFORM ORAN-HESAPLA THRU ORAN-HESAPLA-SON.
           MOVE TP-HESAPNO TO BL-HESAPNO.
           MOVE TP-SATIR TO BL-SATIR.
           MOVE R-DOLUM TO BL-DOLUM.
           MOVE TP-EKSIK TO BL-EKSIK.
           MOVE TP-FAZLA TO BL-FAZLA.
           MOVE R-SURE TO BL-SURE.
           MOVE TD-TESLIM-GUN TO BL-SOZ.
           MOVE R-GEC TO BL-GEC.
           MOVE R-FIYAT TO BL-FIYAT.
           MOVE R-IADE TO BL-IADE.
           MOVE R-RED TO BL-RED.
           IF SATIR < 32
              DISPLAY BILGI LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ADD 1 TO SATIR.
           MOVE R-DOLUM TO X-ORAN.
           MOVE R-MIKTAR TO X-ORAN2.
           MOVE R-SURE TO X-ORAN3.
           MOVE R-GEC TO X-ORAN4.
           MOVE R-FIYAT TO X-FIYAT.
           MOVE R-IADE TO X-IADE.
           MOVE TP-SIP-TUTAR TO X-TUTAR.
           MOVE TP-FARK-TUTAR TO X-FARK.
           MOVE TP-TESLIM-ADET TO X-ADET.
           MOVE TP-IADE-ADET TO X-IADE-ADET.
           MOVE TP-KONTROL-ADET TO X-KONTROL-ADET.
           MOVE TP-RED-ADET TO X-RED-ADET.
           MOVE R-RED TO X-RED.
           MOVE TD-TESLIM-GUN TO Z-GUN.
           MOVE SPACES TO CSV-SATIR.
           STRING TP-HESAPNO ';' SC-HESAPADI ';' BL-CEYREK ';'
              TP-SATIR ';' TP-TAM ';' TP-EKSIK ';' TP-FAZLA ';'
              TP-GELMEDI ';' X-ORAN ';' X-ORAN2 ';' X-ORAN3 ';'
              Z-GUN ';' X-ORAN4 ';' X-TUTAR ';' X-FARK ';'
              X-FIYAT ';' X-ADET ';' X-IADE-ADET ';' X-IADE ';'
              X-KONTROL-ADET ';' X-RED-ADET ';' X-RED
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
       SATIR-YAZ-SON.

       ORAN-HESAPLA.
           MOVE ZEROS TO R-DOLUM R-MIKTAR R-SURE R-GEC R-FIYAT
              R-IADE R-RED.
           IF TP-SATIR > ZEROS
              COMPUTE R-DOLUM ROUNDED =
                 (TP-TAM + TP-FAZLA) * 100 / TP-SATIR.
           IF TP-SIP-ADET > ZEROS
              COMPUTE R-MIKTAR ROUNDED =
                 TP-DOLAN-ADET * 100 / TP-SIP-ADET.
           IF TP-SURE-SAYI > ZEROS
              COMPUTE R-SURE ROUNDED = TP-SURE-TOPLAM / TP-SURE-SAYI.
           IF TP-SOZ-SAYI > ZEROS
              COMPUTE R-GEC ROUNDED = TP-GEC-SAYI * 100 / TP-SOZ-SAYI.
           IF TP-SIP-TUTAR NOT = ZEROS
              COMPUTE R-FIYAT ROUNDED =
                 TP-FARK-TUTAR * 100 / TP-SIP-TUTAR.
           IF TP-TESLIM-ADET > ZEROS
              COMPUTE R-IADE ROUNDED =
                 TP-IADE-ADET * 100 / TP-TESLIM-ADET.
           IF TP-KONTROL-ADET > ZEROS
              COMPUTE R-RED ROUNDED =
                 TP-RED-ADET * 100 / TP-KONTROL-ADET.
       ORAN-HESAPLA-SON.

      * olculen ortalama teslim suresi tedarikci tedarikci
      * gosterilir; TD-TESLIM-GUN yalnizca onaylanirsa degisir.
      * profil kaydi olmayan tedarikciye SIPGOND gibi CSV
      * formatli profil acilir
       SURE-GUNCELLE.
           PERFORM YIL-AL THRU YIL-AL-SON.
           IF F = 27 GO SURE-GUNCELLE-SON.
           PERFORM HAZIRLA THRU HAZIRLA-SON.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'HESAP NO        HESAP ADI'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'OLCUM  TANIMLI OLCULEN ONAY' LINE 4 POSITION 50.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO GUNCELLENEN.
           MOVE 1 TO ILK-SATIR.
           OPEN INPUT SICIL.
           OPEN I-O TEDARIK.
           IF ST-TEDARIK = '35'
              CLOSE TEDARIK
              OPEN OUTPUT TEDARIK
              CLOSE TEDARIK
              OPEN I-O TEDARIK.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO SURE-GUNCELLE-BITIR.
       SURE-GUNCELLE-OKU.
           READ TEMPFILE NEXT AT END GO SURE-GUNCELLE-BITIR.
           IF ILK-SATIR = ZEROS AND TP-HESAPNO NOT = ONCEKI-HESAP
              PERFORM SURE-SOR THRU SURE-SOR-SON
              IF F = 27 GO SURE-GUNCELLE-BITIR END-IF.
           IF ILK-SATIR = 1 OR TP-HESAPNO NOT = ONCEKI-HESAP
              INITIALIZE YIL-TOPLAM.
           MOVE ZEROS TO ILK-SATIR.
           MOVE TP-HESAPNO TO ONCEKI-HESAP.
           ADD TP-SURE-TOPLAM TO Y-SURE-TOPLAM.
           ADD TP-SURE-SAYI TO Y-SURE-SAYI.
           GO SURE-GUNCELLE-OKU.
       SURE-GUNCELLE-BITIR.
           IF ILK-SATIR = ZEROS AND F NOT = 27
              PERFORM SURE-SOR THRU SURE-SOR-SON.
           CLOSE SICIL TEDARIK TEMPFILE.
           DELETE FILE TEMPFILE.
           MOVE GUNCELLENEN TO Z-SAYI.
           DISPLAY 'GUNCELLENEN TEDARIKCI :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 32 POSITION 26.
       SURE-GUNCELLE-SON.

      * asgari olcum sayisina ulasmayan ya da olculen sure
      * tanimliyla ayni olan tedarikci sorulmaz
       SURE-SOR.
           MOVE ZEROS TO F.
           IF Y-SURE-SAYI < ASGARI-OLCUM GO SURE-SOR-SON.
           COMPUTE OLCULEN-GUN ROUNDED = Y-SURE-TOPLAM / Y-SURE-SAYI.
           MOVE ONCEKI-HESAP TO TD-HESAPNO.
           READ TEDARIK
              INVALID KEY
                 INITIALIZE TD-KAYIT
                 MOVE ONCEKI-HESAP TO TD-HESAPNO
                 MOVE 'CSV' TO TD-FORMAT.
           IF OLCULEN-GUN = TD-TESLIM-GUN GO SURE-SOR-SON.
           MOVE ONCEKI-HESAP TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           IF SATIR > 31
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON
              MOVE 5 TO SATIR.
           MOVE Y-SURE-SAYI TO Z-SAYI.
           MOVE TD-TESLIM-GUN TO Z-GUN.
           DISPLAY ONCEKI-HESAP LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI(1:31) LINE SATIR POSITION 18
              Z-SAYI LINE SATIR POSITION 50
              Z-GUN LINE SATIR POSITION 59.
           MOVE OLCULEN-GUN TO Z-GUN.
           DISPLAY Z-GUN LINE SATIR POSITION 67
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE SATIR POSITION 74 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SURE-SOR-SON.
           ADD 1 TO SATIR.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO SURE-SOR-SON.
           MOVE OLCULEN-GUN TO TD-TESLIM-GUN.
           PERFORM REWRITE-TEDARIK.
           IF WVAR = 0 PERFORM WRITE-TEDARIK.
           ADD 1 TO GUNCELLENEN.
       SURE-SOR-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==TEDARIK==
                                  "%T%"  BY "TEDARIK"
                                 ==%R%== BY ==TD-KAYIT==.
