       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'FIRE'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'fire.cpy'.
       copy 'stok.cpy'.
       copy 'stokadet.cpy'.
       copy 'stokbom.cpy'.
       copy 'lotser.cpy'.
       copy 'depo.cpy'.
       copy 'muhkural.cpy'.
       copy 'yevmiye.cpy'.
       copy 'masmer.cpy'.
       copy 'users.cpy'.
       copy 'onaybek.cpy'.
       copy 'ayar.cpy'.
       copy 'donem.cpy'.
       copy 'oturum.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'fire.cpz'.
       copy 'stok.cpz'.
       copy 'stokadet.cpz'.
       copy 'stokbom.cpz'.
       copy 'lotser.cpz'.
       copy 'depo.cpz'.
       copy 'muhkural.cpz'.
       copy 'yevmiye.cpz'.
       copy 'masmer.cpz'.
       copy 'users.cpz'.
       copy 'onaybek.cpz'.
       copy 'ayar.cpz'.
       copy 'donem.cpz'.
       copy 'oturum.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(200).
       WORKING-STORAGE SECTION.
       77 SINIR-TIP         PIC 99 VALUE 57.
       77 FIRE-DTIP         PIC 99 VALUE 91.
       77 EKG-BAGTIP        PIC 9.
       77 EKG-DTIP          PIC 99.
       77 EKG-REFNO         PIC X(15).
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-NO              PIC 9(7).
           02 E-ONAY            PIC X.
           02 E-ACIKLAMA        PIC X(60).
           02 E-MMKOD           PIC 9999.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 E-DONEM.
               03 E-YIL             PIC 9999.
               03 E-AY              PIC 99.
               03 E-GUN             PIC 99.
           02 MAX-YIL           PIC 9999.
           02 ONAY-SINIR        PIC 9(9).
           02 MM-HATA           PIC 9.
           02 ISLEM-HATA        PIC 9.
           02 BK-FARK           PIC S9(12)V9999.
           02 LOT-SAYI          PIC 9(9).
           02 Z-NO              PIC Z(6)9.
           02 Z-ADET            PIC Z(8)9.
           02 Z-MALIYET         PIC Z(9)9,9999.
           02 Z-TUTAR           PIC -(11)9,99.
           02 Z-RTUTAR          PIC -(8)9,99.
           02 B-NEDEN           PIC X(12).
           02 B-DURUM           PIC X(12).
           02 B-TUTAR           PIC -(12)9,99.
       01 TST-KAYIT.
           02 TST-KEY.
               03 TST-KATNO              PIC 9999.
               03 TST-STNO               PIC X(15).
           02 TST-PRCNO                  PIC X(30).
           02 TST-OEMNO                  PIC X(30).
           02 TST-TIPI                   PIC X(30).
           02 TST-CINSI                  PIC X(60).
           02 TST-MARKA                  PIC X(30).
           02 TST-ADET                    PIC S9(12)V9999.
           02 TST-FIYAT                  PIC 9(10)V9999.
           02 TST-BARKOD                 PIC X(20).
       01 FIS-DEGIS.
           02 MADDE-NO          PIC 9(7).
           02 P-TARIH.
               03 P-YIL             PIC 9999.
               03 P-AY              PIC 99.
               03 P-GUN             PIC 99.
           02 P-EVRAK           PIC X(15).
           02 P-ACIKLAMA        PIC X(60).
           02 S-HESAP-KOD       PIC X(10).
           02 S-BORC            PIC S9(13)V99.
           02 S-ALACAK          PIC S9(13)V99.
       01 RAPOR-TABLO.
           02 RT-I              PIC 99.
           02 RT-J              PIC 9.
           02 RT-SAYI           PIC 99.
           02 RT-SATIRI OCCURS 20 TIMES.
               03 RT-DEPONO         PIC 9999.
               03 RT-TUTAR          PIC S9(13)V99 OCCURS 5 TIMES.
               03 RT-TOPLAM         PIC S9(13)V99.
           02 GT-TUTAR          PIC S9(13)V99 OCCURS 5 TIMES.
           02 GT-TOPLAM         PIC S9(13)V99.
           02 R-SAYI            PIC 9(5).
       copy 'eksistok.var'.
       copy 'stayg.var'.
       copy 'oturum.var'.
       copy 'donem.var'.
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
      * kirik, hasarli, miadi dolmus, calinan ya da ic kullanima
      * alinan mal fire belgesiyle stoktan cikar: belge tek kalem,
      * neden ve masraf merkezi tasir, tutari ST-MALIYET ile
      * hesaplanir. sinirin ustundeki belge ONAYBEK ten onay
      * gelmeden islenmez. isleme stok cikisi ve nedenin
      * muhasebe kuralina gore yevmiye maddesi yazar
       START-PROGRAM.
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
              ' FIRE / HASAR / IC KULLANIM CIKISI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'YENI BELGE' REVERSE
              ' F2 ' 'BELGE GOSTER' REVERSE
              ' F3 ' 'ONAYLIYI ISLE' REVERSE
              ' F4 ' 'ACIK BELGELER' REVERSE
              ' F5 ' 'FOTOGRAF' REVERSE
              ' F6 ' 'AYLIK RAPOR' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE BU-YIL TO MAX-YIL.
           PERFORM OTURUM-OKU.
           PERFORM SINIR-OKU THRU SINIR-OKU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM YENI-BELGE THRU YENI-BELGE-SON GO TUS.
           IF F = 2 PERFORM BELGE-GOSTER THRU BELGE-GOSTER-SON
                    GO TUS.
           IF F = 3 PERFORM ONAYLI-ISLE THRU ONAYLI-ISLE-SON GO TUS.
           IF F = 4 PERFORM ACIK-LISTE THRU ACIK-LISTE-SON GO TUS.
           IF F = 5 PERFORM FOTOGRAF THRU FOTOGRAF-SON GO TUS.
           IF F = 6 PERFORM AYLIK-RAPOR THRU AYLIK-RAPOR-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CANCEL 'EKSISTOK'.
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

       HATA-GOSTER.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY E-ACIKLAMA LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       HATA-GOSTER-SON.

      * bu tutarin ustundeki belge onaya gider; sinir AYAR (TIP 57)
      * kaydinin yazici dosyasi alanindadir
       SINIR-OKU.
           OPEN I-O AYAR.
           MOVE SINIR-TIP TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'FIRE BELGESI ONAY SINIRI' TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-YAZPORT
                    AY-CIKTITIPI AY-YAZDOS2 AY-EVRAKNO
                 MOVE '000001000' TO AY-YAZDOS
                 PERFORM WRITE-AYAR
           END-READ.
           CLOSE AYAR.
           MOVE 1000 TO ONAY-SINIR.
           IF AY-YAZDOS(1:9) NUMERIC MOVE AY-YAZDOS(1:9) TO ONAY-SINIR.
       SINIR-OKU-SON.

       NEDEN-ADI.
           EVALUATE TRUE
              WHEN FR-HASAR MOVE 'HASAR' TO B-NEDEN
              WHEN FR-MIAD MOVE 'MIAD' TO B-NEDEN
              WHEN FR-CALINTI MOVE 'CALINTI' TO B-NEDEN
              WHEN FR-IC-KULLANIM MOVE 'IC KULLANIM' TO B-NEDEN
              WHEN FR-NUMUNE MOVE 'NUMUNE' TO B-NEDEN
              WHEN OTHER MOVE SPACES TO B-NEDEN
           END-EVALUATE.
           EVALUATE TRUE
              WHEN FR-ONAY-BEKLIYOR MOVE 'ONAY BEKLER' TO B-DURUM
              WHEN FR-ONAYLANDI MOVE 'ONAYLI' TO B-DURUM
              WHEN FR-REDDEDILDI MOVE 'REDDEDILDI' TO B-DURUM
              WHEN FR-ISLENDI MOVE 'ISLENDI' TO B-DURUM
              WHEN OTHER MOVE SPACES TO B-DURUM
           END-EVALUATE.
       NEDEN-ADI-SON.

      * set kalemi bilesenleriyle yazilir; hizmet kalemi stokta
      * olmadigi icin fire verilemez. neden icin MUHPLAN da kaynak
      * 8 kurali tanimli olmali: borc gider, alacak stok hesabi
       YENI-BELGE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           INITIALIZE FR-KAYIT.
           MOVE 1 TO FR-DEPONO.
           DISPLAY 'DEPO          :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'STOK          :' LINE 6 POSITION 2
              'CINSI         :' LINE 7 POSITION 2
              'BIRIM MALIYET :' LINE 8 POSITION 2
              'LOT/SERI NO   :' LINE 9 POSITION 2
              'MIKTAR        :' LINE 10 POSITION 2
              'NEDEN         :' LINE 11 POSITION 2
              'MASRAF MERKEZI:' LINE 12 POSITION 2
              'ACIKLAMA      :' LINE 13 POSITION 2.
           DISPLAY '1=HASAR 2=MIAD 3=CALINTI 4=IC KULLANIM 5=NUMUNE'
              LINE 11 POSITION 22
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       BELGE-DEPO.
           ACCEPT FR-DEPONO LINE 5 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-BELGE-SON.
           OPEN INPUT DEPO.
           MOVE FR-DEPONO TO DP-NO.
           READ DEPO INVALID KEY MOVE SPACES TO DP-ADI
              MOVE ZEROS TO DP-NO.
           CLOSE DEPO.
           IF DP-NO = ZEROS
              MOVE 'DEPO BULUNAMADI !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO BELGE-DEPO.
           DISPLAY DP-ADI LINE 5 POSITION 24
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           INITIALIZE TST-KAYIT.
           CALL 'STOKSEC' USING TST-KAYIT MAX-YIL BY CONTENT 0017 1.
           CANCEL 'STOKSEC'.
           IF TST-STNO = SPACES GO YENI-BELGE-SON.
           OPEN INPUT STOK.
           MOVE TST-KATNO TO ST-KATNO.
           MOVE TST-STNO TO ST-STNO.
           READ STOK INVALID KEY MOVE SPACES TO ST-STNO.
           CLOSE STOK.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF ST-STNO = SPACES GO YENI-BELGE-SON.
           IF ST-HIZMET
              MOVE 'HIZMET KALEMINE FIRE VERILEMEZ !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-BELGE-SON.
           OPEN INPUT STOKBOM.
           MOVE ST-KATNO TO BOM-KATNO.
           MOVE ST-STNO TO BOM-STNO.
           MOVE ZEROS TO BOM-SIRA.
           START STOKBOM KEY IS NOT LESS THAN BOM-KEY
              INVALID KEY MOVE ZEROS TO BOM-KATNO.
           IF BOM-KATNO NOT = ZEROS
              READ STOKBOM NEXT AT END MOVE ZEROS TO BOM-KATNO
              END-READ
           END-IF.
           CLOSE STOKBOM.
           IF BOM-KATNO = ST-KATNO AND BOM-STNO = ST-STNO
              MOVE 'SET KALEMI - BILESENLERI AYRI YAZILMALI !!!'
                 TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-BELGE-SON.
           IF ST-MALIYET = ZEROS
              MOVE 'KALEMIN MALIYETI YOK - FIRE TUTARLANAMAZ !!!'
                 TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-BELGE-SON.
           MOVE ST-KATNO TO FR-KATNO.
           MOVE ST-STNO TO FR-STNO.
           MOVE ST-CINSI TO FR-CINSI.
           MOVE ST-MALIYET TO FR-MALIYET.
           MOVE FR-MALIYET TO Z-MALIYET.
           DISPLAY FR-STNO LINE 6 POSITION 18
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              FR-CINSI LINE 7 POSITION 18 SIZE 60
              Z-MALIYET LINE 8 POSITION 18.
       BELGE-LOT.
           IF NOT ST-LOT-TAKIPLI GO BELGE-MIKTAR.
           ACCEPT FR-LOTNO LINE 9 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-BELGE-SON.
           IF FR-LOTNO = SPACES
              MOVE 'LOT TAKIPLI KALEMDE LOT/SERI NO GEREKLI !!!'
                 TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO BELGE-LOT.
       BELGE-MIKTAR.
           MOVE ZEROS TO Z-ADET.
           ACCEPT Z-ADET LINE 10 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-BELGE-SON.
           MOVE Z-ADET TO FR-MIKTAR.
           IF FR-MIKTAR = ZEROS
              MOVE 'MIKTAR GIRILMEDI !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO BELGE-MIKTAR.
       BELGE-NEDEN.
           MOVE 1 TO FR-NEDEN.
           ACCEPT FR-NEDEN LINE 11 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-BELGE-SON.
           IF FR-NEDEN < 1 OR FR-NEDEN > 5 GO BELGE-NEDEN.
           OPEN INPUT MUHKURAL.
           MOVE 8 TO MKR-KAYNAK.
           MOVE FR-NEDEN TO MKR-KOD.
           READ MUHKURAL INVALID KEY MOVE SPACES TO MKR-BORC-HESAP.
           CLOSE MUHKURAL.
           IF MKR-BORC-HESAP = SPACES
              MOVE 'NEDENIN MUHASEBE KURALI YOK (MUHPLAN KAYNAK 8) !!!'
                 TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO BELGE-NEDEN.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM KULLANICI-MERKEZ THRU KULLANICI-MERKEZ-SON.
       BELGE-MERKEZ.
           ACCEPT E-MMKOD LINE 12 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-BELGE-SON.
           PERFORM MERKEZ-KONTROL THRU MERKEZ-KONTROL-SON.
           IF MM-HATA = 1 GO BELGE-MERKEZ.
           MOVE E-MMKOD TO FR-MMKOD.
           ACCEPT FR-ACIKLAMA LINE 13 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-BELGE-SON.
           COMPUTE FR-TUTAR ROUNDED = FR-MIKTAR * FR-MALIYET.
           MOVE FR-TUTAR TO Z-TUTAR.
           DISPLAY 'FIRE TUTARI   :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
              Z-TUTAR LINE 15 POSITION 18.
           IF FR-TUTAR > ONAY-SINIR
              DISPLAY 'SINIRI ASIYOR - ONAYA GIDECEK'
                 LINE 15 POSITION 36
                 CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'.
           DISPLAY 'BELGE KAYDEDILSIN MI (E/H) :' LINE 17 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 17 POSITION 31 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO YENI-BELGE-SON.
           MOVE BUGUN TO FR-TARIH.
           MOVE OT-KULLANICI-ADI TO FR-KULLANICI.
           MOVE SPACES TO FR-ONAYLAYAN.
           MOVE ZEROS TO FR-ISLEM-TARIH.
           MOVE 'A' TO FR-DURUM.
           IF FR-TUTAR > ONAY-SINIR MOVE 'B' TO FR-DURUM.
           OPEN I-O FIRE.
           IF ST-FIRE = '35'
              CLOSE FIRE
              OPEN OUTPUT FIRE
              CLOSE FIRE
              OPEN I-O FIRE.
           MOVE FR-KAYIT TO CSV-SATIR.
           MOVE 9999999 TO FR-NO.
           START FIRE KEY IS NOT GREATER THAN FR-NO
              INVALID KEY MOVE ZEROS TO E-NO
              NOT INVALID KEY
                 READ FIRE PREVIOUS
                    AT END MOVE ZEROS TO E-NO
                    NOT AT END MOVE FR-NO TO E-NO
                 END-READ
           END-START.
           MOVE CSV-SATIR TO FR-KAYIT.
       BELGE-YAZ.
           ADD 1 TO E-NO.
           MOVE E-NO TO FR-NO.
           PERFORM WRITE-FIRE.
           IF WVAR = 0 GO BELGE-YAZ.
           MOVE FR-NO TO Z-NO.
           DISPLAY 'BELGE NO      :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 4 POSITION 18.
           IF FR-ONAY-BEKLIYOR
              PERFORM ONAY-TALEP THRU ONAY-TALEP-SON
              CLOSE FIRE
              DISPLAY 'YONETICI ONAYINA GONDERILDI - ONAYDAN SONRA F3'
                 LINE 19 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              PERFORM BELGE-ISLE THRU BELGE-ISLE-SON
              CLOSE FIRE
           END-IF.
           DISPLAY 'FOTOGRAF EKLENSIN MI (E/H) :' LINE 21 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 21 POSITION 31 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY = 'E' OR E-ONAY = 'e'
              MOVE FR-NO TO E-NO
              PERFORM EK-BELGE THRU EK-BELGE-SON.
       YENI-BELGE-SON.

      * oturumdaki kullanicinin varsayilan masraf merkezi
       KULLANICI-MERKEZ.
           MOVE ZEROS TO E-MMKOD.
           OPEN INPUT USERS.
           MOVE OT-KULLANICI-ADI TO US-NAME.
           READ USERS NOT INVALID KEY MOVE US-MMKOD TO E-MMKOD.
           CLOSE USERS.
       KULLANICI-MERKEZ-SON.

      * tanimsiz kod girilirse uyarilir, MM-HATA 1 doner
       MERKEZ-KONTROL.
           MOVE 0 TO MM-HATA.
           IF E-MMKOD = ZEROS GO MERKEZ-KONTROL-SON.
           OPEN INPUT MASMER.
           MOVE E-MMKOD TO MM-KOD.
           READ MASMER
              INVALID KEY
                 MOVE 'MASRAF MERKEZI YOK !!!' TO E-ACIKLAMA
                 PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
                 MOVE 1 TO MM-HATA
              NOT INVALID KEY
                 DISPLAY MM-ADI LINE 12 POSITION 24
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-READ.
           CLOSE MASMER.
       MERKEZ-KONTROL-SON.

      * onay kuyrugunda belge no hesap no alanina yazilir
       ONAY-TALEP.
           OPEN I-O ONAYBEK.
           IF ST-ONAYBEK = '35'
              CLOSE ONAYBEK
              OPEN OUTPUT ONAYBEK
              CLOSE ONAYBEK
              OPEN I-O ONAYBEK.
           MOVE BUGUN TO OB-TARIH.
           ACCEPT OB-SAAT FROM TIME.
           MOVE ZEROS TO OB-SIRA.
           MOVE 6 TO OB-ISLEM.
           MOVE OT-KULLANICI-ADI TO OB-KULLANICI.
           MOVE FR-NO TO OB-HESAPNO.
           MOVE FR-DEPONO TO OB-DEPONO.
           MOVE FR-MMKOD TO OB-MMKOD.
           MOVE FR-TUTAR TO OB-TUTAR.
           MOVE SPACES TO OB-ACIKLAMA.
           PERFORM NEDEN-ADI THRU NEDEN-ADI-SON.
           STRING B-NEDEN DELIMITED BY '  '
              ' ' FR-CINSI DELIMITED BY SIZE INTO OB-ACIKLAMA.
           MOVE 'B' TO OB-DURUM.
           MOVE SPACES TO OB-ONAYLAYAN.
       ONAY-TALEP-YAZ.
           PERFORM WRITE-ONAYBEK.
           IF WVAR = 0 ADD 1 TO OB-SIRA GO ONAY-TALEP-YAZ.
           CLOSE ONAYBEK.
       ONAY-TALEP-SON.

      * onayli belge (FIRE acik, kayit okunmus) bugunun tarihiyle
      * islenir: eksi stok politikasi, lot cikisi, stok hareketi
      * (tip 7 stok duzeltme), yil bakiyesi, belge durumu ve
      * yevmiye maddesi. miad nedenli belgede suresi gecmis lot
      * da cikabilir
       BELGE-ISLE.
           MOVE 1 TO ISLEM-HATA.
           MOVE BU-YIL TO DNK-YIL.
           MOVE BU-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              MOVE 'DONEM KAPALI - BELGE ISLENEMEZ !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO BELGE-ISLE-SON.
           MOVE SPACES TO P-EVRAK.
           STRING 'FIR' FR-NO DELIMITED BY SIZE INTO P-EVRAK.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE FR-DEPONO TO ES-DEPONO.
           MOVE 'FIRE' TO ES-PROGRAM.
           MOVE FIRE-DTIP TO ES-EVRAKTIP.
           MOVE P-EVRAK TO ES-EVRAKNO.
           MOVE FR-KATNO TO ES-KATNO.
           MOVE FR-STNO TO ES-STNO.
           MOVE FR-MIKTAR TO ES-MIKTAR.
           MOVE FR-LOTNO TO ES-LOTNO.
           IF FR-MIAD SET ES-MIAD-CIKABILIR TO TRUE.
           CALL 'EKSISTOK' USING ES-ISTEK.
           IF ES-ENGELLENDI
              MOVE 'DEPODA STOK YETERSIZ - BELGE ISLENMEDI !!!'
                 TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO BELGE-ISLE-SON.
           OPEN I-O STOK STOKADET.
           IF FR-LOTNO NOT = SPACES
              PERFORM LOT-CIKIS THRU LOT-CIKIS-SON.
           PERFORM STOK-CIKIS THRU STOK-CIKIS-SON.
           CLOSE STOK STOKADET.
           MOVE 'I' TO FR-DURUM.
           MOVE BUGUN TO FR-ISLEM-TARIH.
           PERFORM REWRITE-FIRE.
           MOVE 'Y' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE BUGUN TO P-TARIH.
           PERFORM NEDEN-ADI THRU NEDEN-ADI-SON.
           MOVE SPACES TO P-ACIKLAMA.
           STRING 'FIRE ' B-NEDEN DELIMITED BY '  '
              ' ' FR-CINSI DELIMITED BY SIZE INTO P-ACIKLAMA.
           OPEN INPUT MUHKURAL.
           MOVE 8 TO MKR-KAYNAK.
           MOVE FR-NEDEN TO MKR-KOD.
           READ MUHKURAL INVALID KEY MOVE SPACES TO MKR-BORC-HESAP
              MKR-ALACAK-HESAP.
           CLOSE MUHKURAL.
           OPEN I-O YEVMIYE.
           PERFORM MADDE-BUL THRU MADDE-BUL-SON.
           ADD 1 TO MADDE-NO.
           PERFORM FIRE-MADDE THRU FIRE-MADDE-SON.
           CLOSE YEVMIYE.
           MOVE 0 TO ISLEM-HATA.
           DISPLAY 'BELGE ISLENDI - STOK DUSULDU, YEVMIYEYE YAZILDI'
              LINE 19 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       BELGE-ISLE-SON.

      * lot kayitlari birim basinadir: belgedeki lottan depodaki
      * (ya da deposu bilinmeyen) miktar kadari cikmis sayilir
       LOT-CIKIS.
           OPEN I-O LOTSER.
           MOVE ZEROS TO LOT-SAYI.
           MOVE FR-LOTNO TO LS-SERINO.
           START LOTSER KEY IS NOT LESS THAN LS-SERINO
              INVALID KEY GO LOT-CIKIS-KAPAT.
       LOT-CIKIS-OKU.
           IF LOT-SAYI NOT < FR-MIKTAR GO LOT-CIKIS-KAPAT.
           READ LOTSER NEXT AT END GO LOT-CIKIS-KAPAT.
           IF LS-SERINO NOT = FR-LOTNO GO LOT-CIKIS-KAPAT.
           IF LS-KATNO NOT = FR-KATNO OR LS-STNO NOT = FR-STNO
              GO LOT-CIKIS-OKU.
           IF NOT LS-DEPODA GO LOT-CIKIS-OKU.
           IF LS-DEPONO NOT = ZEROS AND LS-DEPONO NOT = FR-DEPONO
              GO LOT-CIKIS-OKU.
           MOVE 'C' TO LS-DURUM.
           MOVE FIRE-DTIP TO LS-CIKIS-TIP.
           MOVE P-EVRAK TO LS-CIKIS-EVRAKNO.
           MOVE BUGUN TO LS-CIKIS-TARIH.
           PERFORM REWRITE-LOTSER.
           ADD 1 TO LOT-SAYI.
           GO LOT-CIKIS-OKU.
       LOT-CIKIS-KAPAT.
           CLOSE LOTSER.
       LOT-CIKIS-SON.

      * cikis kendi sira numarasiyla yazilir; sira 0 yil acilis
      * devrine ayrilmistir
       STOK-CIKIS.
           MOVE FR-KATNO TO STA-KATNO.
           MOVE FR-STNO TO STA-STNO.
           MOVE FR-DEPONO TO STA-DEPONO.
           MOVE BU-YIL TO STA-YIL.
           MOVE 99999 TO STA-SIRA.
           START STOKADET KEY IS NOT GREATER THAN STA-KEY
              INVALID KEY MOVE ZEROS TO STA-SIRA
              NOT INVALID KEY
                 READ STOKADET PREVIOUS
                    AT END MOVE ZEROS TO STA-SIRA
                    NOT AT END
                       IF STA-KATNO NOT = FR-KATNO
                          OR STA-STNO NOT = FR-STNO
                          OR STA-DEPONO NOT = FR-DEPONO
                          OR STA-YIL NOT = BU-YIL
                          MOVE ZEROS TO STA-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO STA-SIRA.
           MOVE FR-KATNO TO STA-KATNO.
           MOVE FR-STNO TO STA-STNO.
           MOVE FR-DEPONO TO STA-DEPONO.
           MOVE BU-YIL TO STA-YIL.
           MOVE BU-AY TO STA-AY.
           MOVE BU-GUN TO STA-GUN.
           MOVE 7 TO STA-TIP.
           MOVE ZEROS TO STA-GIR.
           MOVE FR-MIKTAR TO STA-CIK.
       STOK-CIKIS-YAZ.
           PERFORM WRITE-STOKADET.
           IF WVAR = 0 ADD 1 TO STA-SIRA GO STOK-CIKIS-YAZ.
           PERFORM AYLIK-ADET-EKLE.
           MOVE FR-KATNO TO ST-KATNO.
           MOVE FR-STNO TO ST-STNO.
           READ STOK INVALID KEY GO STOK-CIKIS-SON.
           IF BU-YIL NOT = ST-BAKIYE-YIL
              MOVE ZEROS TO ST-BAKIYE
              MOVE BU-YIL TO ST-BAKIYE-YIL.
           COMPUTE BK-FARK = 0 - FR-MIKTAR.
           ADD BK-FARK TO ST-BAKIYE.
           PERFORM REWRITE-STOK.
       STOK-CIKIS-SON.

      * borc nedenin gider hesabi, alacak stok hesabi; masraf
      * merkezi iki ayaga da tasinir
       FIRE-MADDE.
           MOVE MKR-BORC-HESAP TO YV-HESAP-KOD.
           MOVE FR-TUTAR TO YV-BORC.
           MOVE ZEROS TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE MKR-ALACAK-HESAP TO YV-HESAP-KOD.
           MOVE ZEROS TO YV-BORC.
           MOVE FR-TUTAR TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
       FIRE-MADDE-SON.

      * madde numarasi yilin son maddesinden devam eder
       MADDE-BUL.
           MOVE ZEROS TO MADDE-NO.
           MOVE P-YIL TO YV-YIL.
           MOVE 12 TO YV-AY.
           MOVE 31 TO YV-GUN.
           MOVE 9999999 TO YV-SIRA.
           START YEVMIYE KEY IS NOT GREATER THAN YV-KEY
              INVALID KEY GO MADDE-BUL-SON.
           READ YEVMIYE PREVIOUS AT END GO MADDE-BUL-SON.
           IF YV-YIL = P-YIL MOVE YV-MADDE TO MADDE-NO.
       MADDE-BUL-SON.

       YEVMIYE-YAZ.
           IF YV-HESAP-KOD = SPACES GO YEVMIYE-YAZ-SON.
           IF YV-BORC = ZEROS AND YV-ALACAK = ZEROS
              GO YEVMIYE-YAZ-SON.
           MOVE P-TARIH TO YV-TARIH.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE P-TARIH TO YV-TARIH.
           MOVE MADDE-NO TO YV-MADDE.
           MOVE P-ACIKLAMA TO YV-ACIKLAMA.
           MOVE 8 TO YV-KAYNAK.
           MOVE FR-NEDEN TO YV-KAYNAK-TIP.
           MOVE FR-MMKOD TO YV-MMKOD.
           MOVE P-EVRAK TO YV-KAYNAK-EVRAK.
       YEVMIYE-YAZ-DENE.
           WRITE YV-KAYIT INVALID KEY
              ADD 1 TO YV-SIRA
              GO YEVMIYE-YAZ-DENE.
       YEVMIYE-YAZ-SON.

      * sira ararken okunan kayit ayagin hesap ve tutarini ezmesin
      * diye saklanip geri konur
       SIRA-BUL.
           MOVE YV-HESAP-KOD TO S-HESAP-KOD.
           MOVE YV-BORC TO S-BORC.
           MOVE YV-ALACAK TO S-ALACAK.
           MOVE 9999999 TO YV-SIRA.
           START YEVMIYE KEY IS NOT GREATER THAN YV-KEY
              INVALID KEY MOVE ZEROS TO YV-SIRA
              NOT INVALID KEY
                 READ YEVMIYE PREVIOUS
                    AT END MOVE ZEROS TO YV-SIRA
                    NOT AT END
                       IF YV-TARIH NOT = P-TARIH
                          MOVE ZEROS TO YV-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO YV-SIRA.
           MOVE S-HESAP-KOD TO YV-HESAP-KOD.
           MOVE S-BORC TO YV-BORC.
           MOVE S-ALACAK TO YV-ALACAK.
       SIRA-BUL-SON.

       BELGE-NO-AL.
           DISPLAY 'BELGE NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-NO.
           ACCEPT E-NO LINE 4 POSITION 13 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
       BELGE-NO-AL-SON.

       BELGE-GOSTER.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM BELGE-NO-AL THRU BELGE-NO-AL-SON.
           IF F = 27 OR E-NO = ZEROS GO BELGE-GOSTER-SON.
           OPEN INPUT FIRE.
           MOVE E-NO TO FR-NO.
           READ FIRE INVALID KEY MOVE ZEROS TO FR-NO.
           CLOSE FIRE.
           IF FR-NO = ZEROS
              MOVE 'BELGE BULUNAMADI !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO BELGE-GOSTER-SON.
           PERFORM BELGE-DOK THRU BELGE-DOK-SON.
       BELGE-GOSTER-SON.

       BELGE-DOK.
           PERFORM NEDEN-ADI THRU NEDEN-ADI-SON.
           MOVE FR-MIKTAR TO Z-ADET.
           MOVE FR-MALIYET TO Z-MALIYET.
           MOVE FR-TUTAR TO Z-TUTAR.
           DISPLAY 'TARIH         :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              FR-GUN LINE 6 POSITION 18
              '/' LINE 6 POSITION 20
              FR-AY LINE 6 POSITION 21
              '/' LINE 6 POSITION 23
              FR-YIL LINE 6 POSITION 24
              'DEPO' LINE 6 POSITION 36
              FR-DEPONO LINE 6 POSITION 41.
           DISPLAY 'STOK          :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              FR-STNO LINE 7 POSITION 18
              FR-CINSI LINE 8 POSITION 18 SIZE 60.
           DISPLAY 'LOT/SERI NO   :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              FR-LOTNO LINE 9 POSITION 18.
           DISPLAY 'MIKTAR        :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-ADET LINE 10 POSITION 18
              'MALIYET' LINE 10 POSITION 36
              Z-MALIYET LINE 10 POSITION 44.
           DISPLAY 'TUTAR         :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR LINE 11 POSITION 18.
           DISPLAY 'NEDEN         :' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              B-NEDEN LINE 12 POSITION 18
              'MASRAF MERKEZI' LINE 12 POSITION 36
              FR-MMKOD LINE 12 POSITION 51.
           DISPLAY 'ACIKLAMA      :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              FR-ACIKLAMA LINE 13 POSITION 18.
           DISPLAY 'DURUM         :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              B-DURUM LINE 14 POSITION 18.
           DISPLAY 'GIREN         :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              FR-KULLANICI LINE 15 POSITION 18
              'ONAYLAYAN' LINE 15 POSITION 40
              FR-ONAYLAYAN LINE 15 POSITION 50.
           IF FR-ISLENDI
              DISPLAY 'ISLEM TARIHI  :' LINE 16 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 FR-IGUN LINE 16 POSITION 18
                 '/' LINE 16 POSITION 20
                 FR-IAY LINE 16 POSITION 21
                 '/' LINE 16 POSITION 23
                 FR-IYIL LINE 16 POSITION 24.
       BELGE-DOK-SON.

      * ONAYBEK ten onay gelen belge islenir; reddedilen, bekleyen
      * ve islenmis belge islenmez
       ONAYLI-ISLE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM BELGE-NO-AL THRU BELGE-NO-AL-SON.
           IF F = 27 OR E-NO = ZEROS GO ONAYLI-ISLE-SON.
           OPEN I-O FIRE.
           MOVE E-NO TO FR-NO.
           READ FIRE
              INVALID KEY
                 MOVE 'BELGE BULUNAMADI !!!' TO E-ACIKLAMA
                 PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
                 GO ONAYLI-ISLE-KAPAT.
           PERFORM BELGE-DOK THRU BELGE-DOK-SON.
           IF NOT FR-ONAYLANDI
              MOVE 'BELGE ONAYLI DEGIL YA DA ISLENMIS !!!'
                 TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO ONAYLI-ISLE-KAPAT.
           DISPLAY 'BELGE ISLENSIN MI (E/H) :' LINE 18 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 18 POSITION 28 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY = 'E' OR E-ONAY = 'e'
              PERFORM BELGE-ISLE THRU BELGE-ISLE-SON.
       ONAYLI-ISLE-KAPAT.
           CLOSE FIRE.
       ONAYLI-ISLE-SON.

      * islenmemis belgeler (onay bekleyen ve onayli) sirayla
       ACIK-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'NO      TARIH      DEPO STOK NO'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'MIKTAR          TUTAR DURUM' LINE 4 POSITION 44.
           MOVE 5 TO SATIR.
           OPEN INPUT FIRE.
           IF ST-FIRE = '35' GO ACIK-LISTE-SON.
           MOVE ZEROS TO FR-NO.
           START FIRE KEY IS NOT LESS THAN FR-NO
              INVALID KEY GO ACIK-LISTE-KAPAT.
       ACIK-LISTE-OKU.
           READ FIRE NEXT AT END GO ACIK-LISTE-KAPAT.
           IF NOT FR-ONAY-BEKLIYOR AND NOT FR-ONAYLANDI
              GO ACIK-LISTE-OKU.
           IF SATIR > 31 GO ACIK-LISTE-KAPAT.
           PERFORM NEDEN-ADI THRU NEDEN-ADI-SON.
           MOVE FR-NO TO Z-NO.
           MOVE FR-MIKTAR TO Z-ADET.
           MOVE FR-TUTAR TO Z-RTUTAR.
           DISPLAY Z-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              FR-GUN LINE SATIR POSITION 10
              '/' LINE SATIR POSITION 12
              FR-AY LINE SATIR POSITION 13
              '/' LINE SATIR POSITION 15
              FR-YIL LINE SATIR POSITION 16
              FR-DEPONO LINE SATIR POSITION 21
              FR-STNO LINE SATIR POSITION 26
              Z-ADET LINE SATIR POSITION 42
              Z-RTUTAR LINE SATIR POSITION 52
              B-DURUM LINE SATIR POSITION 65 SIZE 12.
           ADD 1 TO SATIR.
           GO ACIK-LISTE-OKU.
       ACIK-LISTE-KAPAT.
           CLOSE FIRE.
       ACIK-LISTE-SON.

       FOTOGRAF.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM BELGE-NO-AL THRU BELGE-NO-AL-SON.
           IF F = 27 OR E-NO = ZEROS GO FOTOGRAF-SON.
           OPEN INPUT FIRE.
           MOVE E-NO TO FR-NO.
           READ FIRE INVALID KEY MOVE ZEROS TO FR-NO.
           CLOSE FIRE.
           IF FR-NO = ZEROS
              MOVE 'BELGE BULUNAMADI !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO FOTOGRAF-SON.
           PERFORM EK-BELGE THRU EK-BELGE-SON.
       FOTOGRAF-SON.

      * hasar fotografi EKDOSYA ya fire belge no ile baglanir
       EK-BELGE.
           MOVE 1 TO EKG-BAGTIP.
           MOVE FIRE-DTIP TO EKG-DTIP.
           MOVE SPACES TO EKG-REFNO.
           STRING 'FIR' E-NO DELIMITED BY SIZE INTO EKG-REFNO.
           CALL 'EKDOSYAP' USING EKG-BAGTIP EKG-DTIP EKG-REFNO.
           CANCEL 'EKDOSYAP'.
       EK-BELGE-SON.

      * ayin islenmis fire belgeleri neden ve depo kiriliminda
      * maliyet tutariyla; belge dokumu CSV ye yazilir
       AYLIK-RAPOR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'AY/YIL :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 4 POSITION 13.
           MOVE BUGUN TO E-DONEM.
           ACCEPT E-AY LINE 4 POSITION 11 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 4 POSITION 14 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO AYLIK-RAPOR-SON.
           IF E-AY < 1 OR E-AY > 12 GO AYLIK-RAPOR-SON.
           INITIALIZE RAPOR-TABLO.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'FIRRP' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'BELGE;ISLEM TARIHI;DEPO;KATNO;STOK NO;CINSI;LOT;MIKT
      -         'AR;BIRIM MALIYET;TUTAR;NEDEN;MASRAF MERKEZI;GIREN;ONAYL
      -         'AYAN;ACIKLAMA' TO CSV-SATIR.
           WRITE CSV-SATIR.
           OPEN INPUT FIRE.
           IF ST-FIRE = '35' GO AYLIK-RAPOR-DOK.
           MOVE 1 TO E-GUN.
           MOVE E-DONEM TO FR-ISLEM-TARIH.
           START FIRE KEY IS NOT LESS THAN FR-ISLEM-TARIH
              INVALID KEY GO AYLIK-RAPOR-DOK.
       AYLIK-RAPOR-OKU.
           READ FIRE NEXT AT END GO AYLIK-RAPOR-DOK.
           IF FR-IYIL NOT = E-YIL OR FR-IAY NOT = E-AY
              GO AYLIK-RAPOR-DOK.
           IF NOT FR-ISLENDI GO AYLIK-RAPOR-OKU.
           IF FR-NEDEN < 1 OR FR-NEDEN > 5 GO AYLIK-RAPOR-OKU.
           ADD 1 TO R-SAYI.
           PERFORM DEPO-SATIRI-BUL THRU DEPO-SATIRI-BUL-SON.
           IF RT-I > RT-SAYI
              IF RT-SAYI < 20
                 ADD 1 TO RT-SAYI
                 MOVE FR-DEPONO TO RT-DEPONO (RT-I)
              ELSE
                 MOVE RT-SAYI TO RT-I
              END-IF
           END-IF.
           ADD FR-TUTAR TO RT-TUTAR (RT-I FR-NEDEN) RT-TOPLAM (RT-I)
              GT-TUTAR (FR-NEDEN) GT-TOPLAM.
           PERFORM NEDEN-ADI THRU NEDEN-ADI-SON.
           MOVE FR-MIKTAR TO Z-ADET.
           MOVE FR-MALIYET TO Z-MALIYET.
           MOVE FR-TUTAR TO B-TUTAR.
           MOVE SPACES TO CSV-SATIR.
           STRING FR-NO ';' FR-IGUN '/' FR-IAY '/' FR-IYIL ';'
              FR-DEPONO ';' FR-KATNO ';' FR-STNO ';' FR-CINSI ';'
              FR-LOTNO ';' Z-ADET ';' Z-MALIYET ';' B-TUTAR ';'
              B-NEDEN ';' FR-MMKOD ';' FR-KULLANICI ';'
              FR-ONAYLAYAN ';' FR-ACIKLAMA
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO AYLIK-RAPOR-OKU.
       AYLIK-RAPOR-DOK.
           CLOSE FIRE CSVOUT.
           DISPLAY 'DEPO       HASAR        MIAD     CALINTI'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'IC KULLANIM      NUMUNE      TOPLAM'
              LINE 6 POSITION 44.
           MOVE 7 TO SATIR.
           PERFORM RAPOR-SATIRI THRU RAPOR-SATIRI-SON
              VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RT-SAYI.
           DISPLAY 'TOP.' LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'.
           PERFORM VARYING RT-J FROM 1 BY 1 UNTIL RT-J > 5
                MOVE GT-TUTAR (RT-J) TO Z-RTUTAR
                COMPUTE CIZ = RT-J * 12 - 5
                DISPLAY Z-RTUTAR LINE SATIR POSITION CIZ
                   CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
           END-PERFORM.
           MOVE GT-TOPLAM TO Z-RTUTAR.
           DISPLAY Z-RTUTAR LINE SATIR POSITION 67
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'.
           MOVE R-SAYI TO Z-NO.
           DISPLAY 'BELGE SAYISI :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 31 POSITION 17
              'DOKUM: ' LINE 32 POSITION 2
              CSV-DOSYA.
       AYLIK-RAPOR-SON.

      * 20 depodan fazlasi son satirda toplanir
       DEPO-SATIRI-BUL.
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RT-SAYI
                OR RT-DEPONO (RT-I) = FR-DEPONO
                CONTINUE
           END-PERFORM.
       DEPO-SATIRI-BUL-SON.

       RAPOR-SATIRI.
           IF SATIR > 29 GO RAPOR-SATIRI-SON.
           DISPLAY RT-DEPONO (RT-I) LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM VARYING RT-J FROM 1 BY 1 UNTIL RT-J > 5
                MOVE RT-TUTAR (RT-I RT-J) TO Z-RTUTAR
                COMPUTE CIZ = RT-J * 12 - 5
                DISPLAY Z-RTUTAR LINE SATIR POSITION CIZ
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           MOVE RT-TOPLAM (RT-I) TO Z-RTUTAR.
           DISPLAY Z-RTUTAR LINE SATIR POSITION 67
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
       RAPOR-SATIRI-SON.

       copy 'donem.per'.
       copy 'oturum.per'.
       copy 'stayadet.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==FIRE==
                                  "%T%"  BY "FIRE"
                                 ==%R%== BY ==FR-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==STOKADET==
                                  "%T%"  BY "STOKADET"
                                 ==%R%== BY ==STA-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==STOK==
                                  "%T%"  BY "STOK"
                                 ==%R%== BY ==ST-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==LOTSER==
                                  "%T%"  BY "LOTSER"
                                 ==%R%== BY ==LS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==ONAYBEK==
                                  "%T%"  BY "ONAYBEK"
                                 ==%R%== BY ==OB-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
