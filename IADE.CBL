       copy 'stok.cpy'.
       copy 'stokadet.cpy'.
       copy 'donem.cpy'.
       copy 'oturum.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       copy 'stok.cpz'.
       copy 'stokadet.cpz'.
       copy 'donem.cpz'.
       copy 'oturum.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
           02 I-ISK2            PIC 9(12)V99999999.
           02 SEBEP-I           PIC 9.
           02 BK-FARK           PIC S9(12)V9999.
       01 IADE-CEK-DEGIS.
           02 E-IADE-SEKLI      PIC 9.
           02 I-HESAPNO         PIC X(15).
           02 I-DEPONO          PIC 9999.
           02 I-TUTAR           PIC S9(13)V99.
           02 CEK-ISLEM         PIC X.
           02 CEK-NO            PIC X(15).
           02 CEK-SONUC         PIC 9.
       copy 'donem.var'.
       copy 'oturum.var'.
       01 SEBEP-TOPLAM.
           02 SEBEP-SATIRI OCCURS 3 TIMES.
               03 SB-ADET           PIC 9(9)V999.
           02 B-TARIH               PIC X(10).
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'numara.var'.
       copy 'toplam.var'.
       copy 'win.cpy'.
              ' F3 ' 'SEBEP RAPORU' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT D-TARIH FROM CENTURY-DATE.
           PERFORM OTURUM-OKU.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
              MOVE 12 TO DX-TIP
              MOVE HS-DEPONO TO DX-DEPONO
              PERFORM NUMARA-ARTIR
              MOVE HS-HESAPNO TO I-HESAPNO
              MOVE HS-DEPONO TO I-DEPONO
              MOVE T-TUTAR TO I-TUTAR
              IF HS-DOVIZ NOT = SPACES AND HS-DOVIZ NOT = 'TL '
                 COMPUTE I-TUTAR ROUNDED = T-TUTAR * HS-KUR
              END-IF
           END-IF.
           PERFORM IADE-KAPAT THRU IADE-KAPAT-SON.
           IF Y-SIRA NOT = ZEROS
              PERFORM IADE-ODEME THRU IADE-ODEME-SON.
           ACCEPT F FROM ESCAPE KEY.
       IADE-GIRIS-SON.

           CLOSE HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX AYAR.
       IADE-KAPAT-SON.

      * iade bedeli nakit yerine iade ceki olarak verilebilir;
      * bu durumda cari alacak cek tutariyla borclanarak kapanir,
      * borc cek dosyasina gecer
       IADE-ODEME.
           IF I-TUTAR NOT > ZEROS GO IADE-ODEME-SON.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'IADE ODEMESI (1=NAKIT 2=IADE CEKI) :'
              LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 1 TO E-IADE-SEKLI.
           ACCEPT E-IADE-SEKLI LINE 32 POSITION 39 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-IADE-SEKLI NOT = 2 GO IADE-ODEME-SON.
           MOVE 'I' TO CEK-ISLEM.
           MOVE SPACES TO CEK-NO.
           CALL 'CEKISLE' USING CEK-ISLEM CEK-NO I-TUTAR I-DEPONO
              Y-EVRAKNO I-HESAPNO OT-KULLANICI-ADI CEK-SONUC
              ON EXCEPTION MOVE 1 TO CEK-SONUC
           END-CALL.
           CANCEL 'CEKISLE'.
           IF CEK-SONUC NOT = ZEROS
              DISPLAY 'IADE CEKI KESILEMEDI !!!' LINE 32
                 POSITION 45 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO IADE-ODEME-SON.
           OPEN I-O CARHAR.
           MOVE I-HESAPNO TO CH-HESAPNO.
           MOVE I-DEPONO TO CH-DEPONO.
           MOVE D-TARIH TO CH-TARIH.
           MOVE 1 TO CH-SIRA.
           MOVE CEK-NO TO CH-EVRAKNO.
           MOVE 7 TO CH-TIP.
           MOVE SPACES TO CH-ACIKLAMA.
           STRING 'IADE CEKI ' CEK-NO ' IADE:' Y-EVRAKNO
              DELIMITED BY SIZE INTO CH-ACIKLAMA.
           MOVE I-TUTAR TO CH-BORC.
           MOVE ZEROS TO CH-ALACAK.
           MOVE SPACES TO CH-VADE.
           MOVE 'TL ' TO CH-DOVIZ.
           MOVE 1 TO CH-KUR.
       IADE-CEK-CARHAR-YAZ.
           PERFORM WRITE-CARHAR.
           IF WVAR = 0 ADD 1 TO CH-SIRA GO IADE-CEK-CARHAR-YAZ.
           CLOSE CARHAR.
           CALL 'BAKIYGUN' USING CH-KAYIT
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'BAKIYGUN'.
           DISPLAY 'IADE CEKI :' LINE 32 POSITION 45
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CEK-NO LINE 32 POSITION 57 REVERSE.
       IADE-ODEME-SON.

      * depo onayi: bekleyen iadeler listelenir, onaylanan
      * evragin miktarlari stoga islenir
       DEPO-ONAY.
       DEPO-ONAY-SON.

      * iade miktari yeni bir stok hareketi olarak girilir ve
      * yil bakiyesi guncellenir; hizmet kalemi stoga girmez
       STOK-GIRIS.
           MOVE HD-KATNO TO ST-KATNO.
           MOVE HD-STNO TO ST-STNO.
           READ STOK
              NOT INVALID KEY
                 IF ST-HIZMET GO STOK-GIRIS-SON END-IF
           END-READ.
           MOVE HD-KATNO TO STA-KATNO.
           MOVE HD-STNO TO STA-STNO.
           MOVE HS-DEPONO TO STA-DEPONO.
           MOVE HD-ADET TO STA-GIR.
           MOVE ZEROS TO STA-CIK.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           MOVE HD-KATNO TO ST-KATNO.
           MOVE HD-STNO TO ST-STNO.
           READ STOK INVALID KEY GO STOK-GIRIS-SON.
       copy 'numara.per'.
       copy 'toplam.per'.
       copy 'donem.per'.
       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-SICIL==
                                  "%T%"  BY "HAREKET-SICIL"
                                 ==%R%== BY ==HS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==CARHAR==
                                  "%T%"  BY "CARHAR"
                                 ==%R%== BY ==CH-KAYIT==.
       copy 'stayadet.per'.
