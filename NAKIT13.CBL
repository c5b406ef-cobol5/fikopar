       copy 'carhar.cpy'.
       copy 'kapama.cpy'.
       copy 'kasabl.cpy'.
       copy 'bkredi.cpy'.
       copy 'kur.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       copy 'carhar.cpz'.
       copy 'kapama.cpz'.
       copy 'kasabl.cpz'.
       copy 'bkredi.cpz'.
       copy 'kur.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
           02 E-HESAPNO         PIC X(15).
           02 KEY-SAKLA         PIC X(32).
           02 KALAN             PIC S9(13)V99.
           02 TAKSIT-TL         PIC S9(13)V99.
           02 Z-TUTAR           PIC -(11)9,99.
           02 Z-TUTAR2          PIC -(11)9,99.
           02 Z-TUTAR3          PIC -(11)9,99.
           02 HAFTA-SATIRI OCCURS 13 TIMES.
               03 HT-GIRIS          PIC S9(13)V99.
               03 HT-CIKIS          PIC S9(13)V99.
       copy 'isgunu.var'.
       copy 'status.cpy'.
       copy 'win.cpy'.
       LINKAGE SECTION.
              ' F7 ' 'CSV' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
      * gunler takvim gun numarasiyla; vadeler is gunune kaydirilir
           MOVE 'N' TO IG-ISLEM.
           MOVE BUGUN TO IG-TARIH1.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-SONUC-NO TO VT-BUGUN.
           INITIALIZE HAFTA-TABLO.
           MOVE ZEROS TO DETAY-MOD.
           PERFORM ACILIS-HESAPLA THRU ACILIS-HESAPLA-SON.
           PERFORM CEK-PROJEKSIYON THRU CEK-PROJEKSIYON-SON.
           PERFORM CARI-PROJEKSIYON THRU CARI-PROJEKSIYON-SON.
           PERFORM BLON-PROJEKSIYON THRU BLON-PROJEKSIYON-SON.
           PERFORM KREDI-PROJEKSIYON THRU KREDI-PROJEKSIYON-SON.
           PERFORM GOSTER THRU GOSTER-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 7 PERFORM CSV-CIKTI THRU CSV-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CANCEL 'ISGUNU'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
       CEK-OKU.
           READ CEKSENET NEXT AT END GO CEK-PROJEKSIYON-KAPAT.
           IF NOT (CS-PORTFOYDE OR CS-BANKAYA-VERILDI) GO CEK-OKU.
      * hafta sonu ya da tatile dusen cek ilk is gunu tahsil edilir
           MOVE 'I' TO IG-ISLEM.
           MOVE CS-VADE TO IG-TARIH1.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-SONUC-NO TO VT-KAYIT.
           PERFORM HAFTA-BUL THRU HAFTA-BUL-SON.
           IF HAFTA > 13 GO CEK-OKU.
           IF DETAY-MOD = 1
              INVALID KEY CONTINUE.
           READ CARHAR NEXT AT END CONTINUE.
           IF ACIK-TUTAR NOT > ZEROS GO CARI-OKU.
           MOVE 'E' TO IG-ISLEM.
           MOVE CH-TARIH TO IG-TARIH1.
           MOVE VADE-GUN TO IG-GUN.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-SONUC-NO TO VT-KAYIT.
           PERFORM HAFTA-BUL THRU HAFTA-BUL-SON.
           IF HAFTA > 13 GO CARI-OKU.
           IF DETAY-MOD = 1
       FATURA-ACIK-HESAPLA-SON.

      * devirli sablonlar: son kosudan ileri dogru periyotlarla
      * 13 haftaya yayilir. periyot kaydirilmamis tarihten sayilir,
      * her tarih ayrica ilk is gunune alinir. hic kosmamis sablon
      * bugun kosar
       BLON-PROJEKSIYON.
           OPEN INPUT KASABLON.
           MOVE ZEROS TO KB-SIRA.
           READ KASABLON NEXT AT END GO BLON-PROJEKSIYON-KAPAT.
           IF NOT KB-AKTIF-EVET GO BLON-OKU.
           IF KB-PERIYOT = ZEROS GO BLON-OKU.
           MOVE KB-SON-TARIH TO IG-HAM-TARIH.
           MOVE KB-PERIYOT TO IG-GUN.
           IF KB-SON-TARIH = ZEROS
              MOVE BUGUN TO IG-HAM-TARIH
              MOVE ZEROS TO IG-GUN.
       BLON-ILERI.
           MOVE 'E' TO IG-ISLEM.
           MOVE IG-HAM-TARIH TO IG-TARIH1.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE KB-PERIYOT TO IG-GUN.
           IF IG-TARIH-HATALI GO BLON-OKU.
           IF IG-SONUC-NO < VT-BUGUN GO BLON-ILERI.
           MOVE IG-SONUC-NO TO VT-KAYIT.
           PERFORM HAFTA-BUL THRU HAFTA-BUL-SON.
           IF HAFTA > 13 GO BLON-OKU.
           IF DETAY-MOD = 1
           CLOSE KASABLON.
       BLON-PROJEKSIYON-SON.

      * odenmemis kredi taksitleri vadesinde nakit cikisidir;
      * vadesi gecmis olanlar ilk haftaya duser. dovizli kredide
      * bugunun satis kuru, kur yoksa taksit tutari alinir
       KREDI-PROJEKSIYON.
           OPEN INPUT BKREDI BKTAKSIT KURLAR.
           MOVE ZEROS TO BKT-NO BKT-TAKSIT.
           START BKTAKSIT KEY IS NOT LESS THAN BKT-KEY
              INVALID KEY GO KREDI-PROJEKSIYON-KAPAT.
       KREDI-OKU.
           READ BKTAKSIT NEXT AT END GO KREDI-PROJEKSIYON-KAPAT.
           IF BKT-ODENDI GO KREDI-OKU.
           MOVE 'I' TO IG-ISLEM.
           MOVE BKT-VADE TO IG-TARIH1.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-SONUC-NO TO VT-KAYIT.
           PERFORM HAFTA-BUL THRU HAFTA-BUL-SON.
           IF HAFTA > 13 GO KREDI-OKU.
           MOVE BKT-NO TO BKR-NO.
           READ BKREDI INVALID KEY GO KREDI-OKU.
           MOVE BKT-TOPLAM TO TAKSIT-TL.
           IF BKR-DOVIZ NOT = 'TL '
              MOVE BUGUN TO KR-TARIH
              MOVE BKR-DOVIZ TO KR-DOVIZ
              READ KURLAR
                 INVALID KEY MOVE ZEROS TO KR-SATIS
              END-READ
              IF KR-SATIS NOT = ZEROS
                 COMPUTE TAKSIT-TL ROUNDED = BKT-TOPLAM * KR-SATIS
              END-IF
           END-IF.
           IF DETAY-MOD = 1
              IF HAFTA = E-HAFTA
                 PERFORM DETAY-SATIR THRU DETAY-SATIR-SON
              END-IF
           ELSE
              ADD TAKSIT-TL TO HT-CIKIS(HAFTA)
           END-IF.
           GO KREDI-OKU.
       KREDI-PROJEKSIYON-KAPAT.
           CLOSE BKREDI BKTAKSIT KURLAR.
       KREDI-PROJEKSIYON-SON.

       GOSTER.
           MOVE ACILIS TO Z-TUTAR.
           DISPLAY 'ACILIS NAKIT/BANKA :' LINE 4 POSITION 2
           PERFORM CARI-PROJEKSIYON THRU CARI-PROJEKSIYON-SON.
           MOVE 3 TO DETAY-KAYNAK.
           PERFORM BLON-PROJEKSIYON THRU BLON-PROJEKSIYON-SON.
           MOVE 4 TO DETAY-KAYNAK.
           PERFORM KREDI-PROJEKSIYON THRU KREDI-PROJEKSIYON-SON.
           MOVE ZEROS TO DETAY-MOD.
           ACCEPT F FROM ESCAPE KEY.
       HAFTA-DETAY-SON.
                 KB-ACIKLAMA LINE SATIR POSITION 10 SIZE 16
                 Z-TUTAR LINE SATIR POSITION 27
                 Z-TUTAR2 LINE SATIR POSITION 44
            WHEN 4
              MOVE TAKSIT-TL TO Z-TUTAR2
              DISPLAY 'KREDI  ' LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 BKR-BANKA LINE SATIR POSITION 10 SIZE 16
                 Z-TUTAR2 LINE SATIR POSITION 44
           END-EVALUATE.
           ADD 1 TO SATIR.
       DETAY-SATIR-SON.
