       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'CEKISLE'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'hediye.cpy'.
       copy 'hediyehr.cpy'.
       copy 'ayar.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'hediye.cpz'.
       copy 'hediyehr.cpz'.
       copy 'ayar.cpz'.
       WORKING-STORAGE SECTION.
       01 CEK-DEGIS.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 H-CEKNO           PIC X(15).
           02 H-HAREKET         PIC X.
           02 H-TUTAR           PIC S9(13)V99.
           02 H-DEPONO          PIC 9999.
           02 H-EVRAKNO         PIC X(15).
      * cekler kesildigi gunden itibaren bu kadar yil gecerli
       77 CEK-SURE              PIC 9 VALUE 1.
       copy 'numara.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       LINKAGE SECTION.
       77 G-ISLEM          PIC X.
       77 G-CEKNO          PIC X(15).
       77 G-TUTAR          PIC S9(13)V99.
       77 G-DEPONO         PIC 9999.
       77 G-EVRAKNO        PIC X(15).
       77 G-HESAPNO        PIC X(15).
       77 G-KULLANICI      PIC X(20).
       77 G-SONUC          PIC 9.
      * hediye ceki / iade ceki islemleri tek yerden yapilir ki
      * cek bakiyesi ile hareket dosyasi hep birlikte yurusun.
      *   S : satilan cek kesilir, numara G-CEKNO ile doner
      *   I : iade karsiligi cek kesilir, numara G-CEKNO ile doner
      *   K : G-CEKNO cekinden G-TUTAR kadar harcanir
      *   D : suresi gecmis acik ceklerin bakiyesi kapatilir,
      *       kapatilan toplam G-TUTAR ile doner
      * basarili islemde G-SONUC 0, aksi halde 1 olur
       PROCEDURE DIVISION USING G-ISLEM G-CEKNO G-TUTAR G-DEPONO
           G-EVRAKNO G-HESAPNO G-KULLANICI G-SONUC.
       BASLA.
           MOVE 1 TO G-SONUC.
           IF G-ISLEM NOT = 'D' AND G-TUTAR NOT > ZEROS GO BITIR.
           ACCEPT BUGUN FROM CENTURY-DATE.
           OPEN I-O HEDIYE.
           IF ST-HEDIYE = '35'
              CLOSE HEDIYE
              OPEN OUTPUT HEDIYE
              CLOSE HEDIYE
              OPEN I-O HEDIYE.
           OPEN I-O HEDIYEHR.
           IF ST-HEDIYEHR = '35'
              CLOSE HEDIYEHR
              OPEN OUTPUT HEDIYEHR
              CLOSE HEDIYEHR
              OPEN I-O HEDIYEHR.
           IF G-ISLEM = 'K' GO CEK-HARCA.
           IF G-ISLEM = 'D' GO SURE-KAPAT.
           IF G-ISLEM NOT = 'S' AND G-ISLEM NOT = 'I' GO KAPAT.
       CEK-KES.
           PERFORM NUMARA-URET THRU NUMARA-URET-SON.
           IF G-CEKNO = SPACES GO KAPAT.
           INITIALIZE HC-KAYIT.
           MOVE G-CEKNO TO HC-CEKNO.
           MOVE G-CEKNO TO HC-BARKOD.
           MOVE G-DEPONO TO HC-DEPONO.
           MOVE G-TUTAR TO HC-TUTAR HC-KALAN.
           MOVE BUGUN TO HC-TARIH HC-SONTARIH.
           ADD CEK-SURE TO HC-SYIL.
           IF HC-SAY = 2 AND HC-SGUN = 29 MOVE 28 TO HC-SGUN.
           MOVE G-ISLEM TO HC-KAYNAK.
           MOVE G-EVRAKNO TO HC-EVRAKNO.
           MOVE G-HESAPNO TO HC-HESAPNO.
           MOVE 'A' TO HC-DURUM.
           MOVE G-KULLANICI TO HC-KULLANICI.
           PERFORM WRITE-HEDIYE.
           IF WVAR = 0
              MOVE SPACES TO G-CEKNO
              GO KAPAT.
           MOVE G-CEKNO TO H-CEKNO.
           MOVE G-ISLEM TO H-HAREKET.
           MOVE G-TUTAR TO H-TUTAR.
           MOVE G-DEPONO TO H-DEPONO.
           MOVE G-EVRAKNO TO H-EVRAKNO.
           PERFORM HAREKET-YAZ THRU HAREKET-YAZ-SON.
           MOVE ZEROS TO G-SONUC.
           GO KAPAT.
      * harcama aninda cek yeniden denetlenir; bakiye biterse
      * cek kapanir
       CEK-HARCA.
           MOVE G-CEKNO TO HC-CEKNO.
           READ HEDIYE INVALID KEY GO KAPAT.
           IF NOT HC-ACIK GO KAPAT.
           IF HC-SONTARIH < BUGUN GO KAPAT.
           IF HC-KALAN < G-TUTAR GO KAPAT.
           SUBTRACT G-TUTAR FROM HC-KALAN.
           IF HC-KALAN = ZEROS MOVE 'K' TO HC-DURUM.
           PERFORM REWRITE-HEDIYE.
           IF WVAR = 0 GO KAPAT.
           MOVE G-CEKNO TO H-CEKNO.
           MOVE 'K' TO H-HAREKET.
           MOVE G-TUTAR TO H-TUTAR.
           MOVE G-DEPONO TO H-DEPONO.
           MOVE G-EVRAKNO TO H-EVRAKNO.
           PERFORM HAREKET-YAZ THRU HAREKET-YAZ-SON.
           MOVE ZEROS TO G-SONUC.
           GO KAPAT.
       SURE-KAPAT.
           MOVE ZEROS TO G-TUTAR.
           MOVE LOW-VALUES TO HC-CEKNO.
           START HEDIYE KEY IS NOT LESS THAN HC-CEKNO
              INVALID KEY GO SURE-KAPAT-SON.
       SURE-OKU.
           READ HEDIYE NEXT AT END GO SURE-KAPAT-SON.
           IF NOT HC-ACIK GO SURE-OKU.
           IF HC-SONTARIH NOT < BUGUN GO SURE-OKU.
           MOVE HC-CEKNO TO H-CEKNO.
           MOVE 'D' TO H-HAREKET.
           MOVE HC-KALAN TO H-TUTAR.
           MOVE HC-DEPONO TO H-DEPONO.
           MOVE SPACES TO H-EVRAKNO.
           ADD HC-KALAN TO G-TUTAR.
           MOVE ZEROS TO HC-KALAN.
           MOVE 'D' TO HC-DURUM.
           PERFORM REWRITE-HEDIYE.
           PERFORM HAREKET-YAZ THRU HAREKET-YAZ-SON.
           GO SURE-OKU.
       SURE-KAPAT-SON.
           MOVE ZEROS TO G-SONUC.
       KAPAT.
           CLOSE HEDIYE HEDIYEHR.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

      * cek numaralari AYAR (TIP 46) sayacindan uretilir
       NUMARA-URET.
           MOVE SPACES TO G-CEKNO.
           OPEN I-O AYAR.
           MOVE 46 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'HEDIYE CEKI SAYACI' TO AY-ACIKLAMA
                 MOVE 'HC{7}' TO AY-EVRAKFORMAT
                 MOVE 'HC0000000' TO AY-EVRAKNO
                 MOVE SPACES TO AY-YAZDOS AY-YAZPORT AY-CIKTITIPI
                 PERFORM WRITE-AYAR
           END-READ.
           MOVE 46 TO DX-TIP.
           MOVE ZEROS TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           MOVE AY-EVRAKNO TO G-CEKNO.
           CLOSE AYAR.
       NUMARA-URET-SON.

      * hareketler gun icinde sirayla tutulur
       HAREKET-YAZ.
           INITIALIZE HH-KAYIT.
           MOVE BUGUN TO HH-TARIH.
           MOVE 99999 TO HH-SIRA.
           START HEDIYEHR KEY IS NOT GREATER THAN HH-KEY
              INVALID KEY MOVE ZEROS TO HH-SIRA
              NOT INVALID KEY
                 READ HEDIYEHR PREVIOUS
                    AT END MOVE ZEROS TO HH-SIRA
                    NOT AT END
                       IF HH-TARIH NOT = BUGUN
                          MOVE ZEROS TO HH-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO HH-SIRA.
           MOVE BUGUN TO HH-TARIH.
           MOVE H-CEKNO TO HH-CEKNO.
           MOVE H-DEPONO TO HH-DEPONO.
           MOVE H-HAREKET TO HH-HAREKET.
           MOVE H-TUTAR TO HH-TUTAR.
           MOVE H-EVRAKNO TO HH-EVRAKNO.
           MOVE G-KULLANICI TO HH-KULLANICI.
       HAREKET-YAZ-DENE.
           PERFORM WRITE-HEDIYEHR.
           IF WVAR = 0 ADD 1 TO HH-SIRA GO HAREKET-YAZ-DENE.
       HAREKET-YAZ-SON.

       copy 'numara.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==HEDIYE==
                                  "%T%"  BY "HEDIYE"
                                 ==%R%== BY ==HC-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HEDIYEHR==
                                  "%T%"  BY "HEDIYEHR"
                                 ==%R%== BY ==HH-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
