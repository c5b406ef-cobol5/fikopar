       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'AVANSMAH'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'sipavans.cpy'.
       copy 'kapama.cpy'.
       copy 'carhar.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'sipavans.cpz'.
       copy 'kapama.cpz'.
       copy 'carhar.cpz'.
       WORKING-STORAGE SECTION.
       01 MAHSUP-DEGIS.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 M-HESAPNO         PIC X(15).
           02 FAT-BORC          PIC S9(13)V99.
           02 ACIK-TUTAR        PIC S9(13)V99.
           02 AVANS-KALAN       PIC S9(13)V99.
           02 PAY               PIC S9(13)V99.
       copy 'status.cpy'.
       copy 'fileop.var'.
       LINKAGE SECTION.
       77 G-SIPNO          PIC X(15).
       77 G-FATURANO       PIC X(15).
       77 G-MAHSUP         PIC S9(13)V99.
      * siparise istinaden kesilen faturanin acik tutarina o
      * siparisin acik avanslari alinis sirasiyla mahsup edilir.
      * eslesme KAPAMA ya tahsilat-fatura satiri olarak yazilir,
      * mahsup edilen toplam G-MAHSUP ile doner
       PROCEDURE DIVISION USING G-SIPNO G-FATURANO G-MAHSUP.
       BASLA.
           MOVE ZEROS TO G-MAHSUP.
           IF G-SIPNO = SPACES OR G-FATURANO = SPACES GO BITIR.
           ACCEPT BUGUN FROM CENTURY-DATE.
           OPEN I-O SIPAVANS.
           IF ST-SIPAVANS NOT = '00'
              CLOSE SIPAVANS
              GO BITIR.
           MOVE SPACES TO M-HESAPNO.
           MOVE G-SIPNO TO SAV-SIPNO.
           MOVE ZEROS TO SAV-SIRA.
           START SIPAVANS KEY IS NOT LESS THAN SAV-KEY
              INVALID KEY GO KAPAT-AVANS.
       ILK-AVANS-OKU.
           READ SIPAVANS NEXT AT END GO KAPAT-AVANS.
           IF SAV-SIPNO NOT = G-SIPNO GO KAPAT-AVANS.
           IF NOT SAV-ACIK GO ILK-AVANS-OKU.
           MOVE SAV-HESAPNO TO M-HESAPNO.
           OPEN I-O KAPAMA.
           IF ST-KAPAMA = '35'
              CLOSE KAPAMA
              OPEN OUTPUT KAPAMA
              CLOSE KAPAMA
              OPEN I-O KAPAMA.
           PERFORM FATURA-ACIK-BUL THRU FATURA-ACIK-BUL-SON.
           IF ACIK-TUTAR NOT > ZEROS GO KAPAT-HEPSI.
      * konum ilk acik avansta kaldi - buradan devam edilir
       AVANS-MAHSUP.
           IF ACIK-TUTAR NOT > ZEROS GO KAPAT-HEPSI.
           IF SAV-SIPNO NOT = G-SIPNO GO KAPAT-HEPSI.
           IF NOT SAV-ACIK GO AVANS-SONRAKI.
           COMPUTE AVANS-KALAN = SAV-TUTAR - SAV-MAHSUP.
           IF AVANS-KALAN NOT > ZEROS GO AVANS-SONRAKI.
           MOVE AVANS-KALAN TO PAY.
           IF PAY > ACIK-TUTAR MOVE ACIK-TUTAR TO PAY.
           MOVE M-HESAPNO TO KP-HESAPNO.
           MOVE G-FATURANO TO KP-EVRAKNO.
           MOVE ZEROS TO KP-SIRA.
       MAHSUP-YAZ.
           ADD 1 TO KP-SIRA.
           MOVE SAV-MAKBUZNO TO KP-ODEME-EVRAK.
           MOVE PAY TO KP-TUTAR.
           MOVE BUGUN TO KP-TARIH.
           PERFORM WRITE-KAPAMA.
           IF WVAR = 0 GO MAHSUP-YAZ.
           ADD PAY TO SAV-MAHSUP.
           MOVE G-FATURANO TO SAV-FATURANO.
           MOVE BUGUN TO SAV-MAHSUP-TARIH.
           IF SAV-MAHSUP NOT < SAV-TUTAR MOVE 'K' TO SAV-DURUM.
           PERFORM REWRITE-SIPAVANS.
           SUBTRACT PAY FROM ACIK-TUTAR.
           ADD PAY TO G-MAHSUP.
       AVANS-SONRAKI.
           READ SIPAVANS NEXT AT END GO KAPAT-HEPSI.
           GO AVANS-MAHSUP.
       KAPAT-HEPSI.
           CLOSE KAPAMA.
       KAPAT-AVANS.
           CLOSE SIPAVANS.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

      * faturanin cari borcu hesabin satirlarindan bulunur,
      * daha once eslesmis tutarlar dusulur
       FATURA-ACIK-BUL.
           MOVE ZEROS TO FAT-BORC.
           OPEN INPUT CARHAR.
           MOVE M-HESAPNO TO CH-HESAPNO.
           MOVE ZEROS TO CH-DEPONO CH-TARIH CH-SIRA.
           START CARHAR KEY IS NOT LESS THAN CH-KEY
              INVALID KEY GO FATURA-CARI-KAPAT.
       FATURA-CARI-OKU.
           READ CARHAR NEXT AT END GO FATURA-CARI-KAPAT.
           IF CH-HESAPNO NOT = M-HESAPNO GO FATURA-CARI-KAPAT.
           IF CH-EVRAKNO = G-FATURANO AND CH-BORC > ZEROS
              ADD CH-BORC TO FAT-BORC.
           GO FATURA-CARI-OKU.
       FATURA-CARI-KAPAT.
           CLOSE CARHAR.
           MOVE FAT-BORC TO ACIK-TUTAR.
           MOVE M-HESAPNO TO KP-HESAPNO.
           MOVE G-FATURANO TO KP-EVRAKNO.
           MOVE ZEROS TO KP-SIRA.
           START KAPAMA KEY IS NOT LESS THAN KP-KEY
              INVALID KEY GO FATURA-ACIK-BUL-SON.
       FATURA-KAPAMA-OKU.
           READ KAPAMA NEXT AT END GO FATURA-ACIK-BUL-SON.
           IF KP-HESAPNO NOT = M-HESAPNO
              OR KP-EVRAKNO NOT = G-FATURANO
              GO FATURA-ACIK-BUL-SON.
           SUBTRACT KP-TUTAR FROM ACIK-TUTAR.
           GO FATURA-KAPAMA-OKU.
       FATURA-ACIK-BUL-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==KAPAMA==
                                  "%T%"  BY "KAPAMA"
                                 ==%R%== BY ==KP-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==SIPAVANS==
                                  "%T%"  BY "SIPAVANS"
                                 ==%R%== BY ==SAV-KAYIT==.
