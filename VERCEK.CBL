       copy 'carhar.cpy'.
       copy 'kasa.cpy'.
       copy 'sicil.cpy'.
       copy 'ckarne.cpy'.
       copy 'ayar.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'ceksenet.cpz'.
       copy 'carhar.cpz'.
       copy 'kasa.cpz'.
       copy 'sicil.cpz'.
       copy 'ckarne.cpz'.
       copy 'ayar.cpz'.

      * basilacak cekler - CCEKYAZ ayni yerlesimi okur
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-YAPRAK             PIC 9(7).
           02 TP-CEKNO                  PIC X(15).
           02 TP-LEHTAR                 PIC X(50).
           02 TP-TUTAR                  PIC 9(12)V99.
           02 TP-YER                    PIC X(20).
           02 TP-DUZENLEME.
               03 TP-DYIL               PIC 9999.
               03 TP-DAY                PIC 99.
               03 TP-DGUN               PIC 99.
           02 TP-VADE.
               03 TP-VYIL               PIC 9999.
               03 TP-VAY                PIC 99.
               03 TP-VGUN               PIC 99.
           02 TP-BANKA                  PIC X(20).
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(300).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 BANKA-BAKIYE      PIC S9(13)V99.
           02 ZG-TUTAR          PIC Z(11)9,99.
           02 YZ-TUTAR          PIC -------------,--.
           02 E-KARNE           PIC 9999.
           02 E-YAPRAK          PIC 9(7).
           02 E-ILK             PIC 9(7).
           02 E-SON             PIC 9(7).
           02 E-YER             PIC X(20).
           02 E-DURUM           PIC X.
           02 E-TEKRAR          PIC X.
           02 E-NEDEN           PIC X(40).
           02 E-YAZDOS          PIC X(20).
           02 E-YAZPORT         PIC X(10).
           02 E-CIKTITIPI       PIC X(10).
           02 ARA-YAPRAK        PIC 9(7).
           02 YENI-YAPRAK       PIC 9(7).
           02 ESKI-CEKNO        PIC X(15).
           02 ESKI-TARIH        PIC 9(8).
           02 KARNE-YENI        PIC 9.
           02 ADET-BASILAN      PIC 9(5).
           02 ADET-KULLANILAN   PIC 9(7).
           02 ADET-IPTAL        PIC 9(7).
           02 ADET-BOS          PIC 9(7).
           02 Z-ADET            PIC ZZZZZZ9.
       77 VERILEN-TIP           PIC 9 VALUE 5.
       copy 'status.cpy'.
       copy 'fileop.var'.
              ' F2 ' 'CEK ODENDI' REVERSE
              ' F3 ' 'ODEME TAKVIMI' REVERSE
              ' F4 ' 'HAFTALIK UYARI' REVERSE
              ' F5 ' 'KARNE TANIM' REVERSE
              ' F6 ' 'CEK YAZDIR' REVERSE
              ' F7 ' 'YAPRAK IPTAL' REVERSE
              ' F8 ' 'KARNE DURUM' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
       TUS.
           IF F = 3 PERFORM TAKVIM THRU TAKVIM-SON GO TUS.
           IF F = 4 PERFORM HAFTA-UYARI THRU HAFTA-UYARI-SON
              GO TUS.
           IF F = 5 PERFORM KARNE-TANIM THRU KARNE-TANIM-SON
              GO TUS.
           IF F = 6 PERFORM CEK-YAZDIR THRU CEK-YAZDIR-SON GO TUS.
           IF F = 7 PERFORM YAPRAK-IPTAL THRU YAPRAK-IPTAL-SON
              GO TUS.
           IF F = 8 PERFORM KARNE-DURUM THRU KARNE-DURUM-SON
              GO TUS.
           GO TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
       EKRAN-TEMIZLE-SON.

      * verilen cek tip 5 ile ceksenet dosyasina yazilir;
      * saticinin hesabi verilen tutar kadar borclanir.
      * karne no girilirse cek no karnenin ilk bos yapragidir,
      * banka karneden gelir ve yaprak kullanildi olarak islenir
       CEK-DUZENLE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SPACES TO E-HESAPNO.
           DISPLAY 'LEHTAR     :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI(1:40) LINE 4 POSITION 15.
           DISPLAY 'KARNE NO   :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'CEK NO     :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BANKA      :' LINE 8 POSITION 2
           MOVE SPACES TO E-CEKNO E-BANKA.
           MOVE ZEROS TO ZG-TUTAR.
           MOVE BUGUN TO E-VADE.
           MOVE ZEROS TO E-KARNE.
           ACCEPT E-KARNE LINE 5 POSITION 15 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO CEK-DUZENLE-SON.
           IF E-KARNE NOT = ZEROS
              PERFORM KARNE-YAPRAK-AL THRU KARNE-YAPRAK-AL-SON.
           IF E-KARNE NOT = ZEROS AND E-CEKNO = SPACES
              GO CEK-DUZENLE-SON.
           IF E-KARNE = ZEROS
              ACCEPT E-CEKNO LINE 6 POSITION 15 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              ACCEPT E-BANKA LINE 8 POSITION 15 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT ZG-TUTAR LINE 10 POSITION 15 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT EV-GUN LINE 12 POSITION 15 UPDATE
           MOVE ZEROS TO CS-DURUM.
           MOVE E-BANKA TO CS-BANKA-ADI.
           PERFORM WRITE-CEKSENET.
           IF E-KARNE NOT = ZEROS
              OPEN I-O CKYAPRAK
              INITIALIZE CKY-KAYIT
              MOVE E-KARNE TO CKY-KARNE
              MOVE E-YAPRAK TO CKY-YAPRAK
              MOVE 'K' TO CKY-DURUM
              MOVE E-CEKNO TO CKY-CEKNO
              MOVE BUGUN TO CKY-TARIH
              MOVE SPACES TO CKY-BASKI CKY-ACIKLAMA
              PERFORM WRITE-CKYAPRAK
              CLOSE CKYAPRAK.
      * verilen cek saticinin borcunu kapatir (borc kaydi)
           MOVE E-HESAPNO TO CH-HESAPNO.
           MOVE 2 TO CH-DEPONO.
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       CEK-DUZENLE-SON.

      * karnenin ilk bos yapragi onerilir; secilen yaprak karne
      * araliginda ve kullanilmamis olmalidir
       KARNE-YAPRAK-AL.
           OPEN INPUT CKARNE CKYAPRAK.
           MOVE E-KARNE TO CKN-NO.
           READ CKARNE
              INVALID KEY
                 DISPLAY 'KARNE BULUNAMADI !!!' LINE 14 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO KARNE-YAPRAK-KAPAT.
           IF CKN-KAPALI
              DISPLAY 'KARNE KAPALI !!!' LINE 14 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO KARNE-YAPRAK-KAPAT.
           PERFORM BOS-YAPRAK-BUL THRU BOS-YAPRAK-BUL-SON.
           IF YENI-YAPRAK = ZEROS
              DISPLAY 'KARNEDE BOS YAPRAK KALMADI !!!'
                 LINE 14 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO KARNE-YAPRAK-KAPAT.
           MOVE YENI-YAPRAK TO E-YAPRAK.
           MOVE CKN-BANKA TO E-BANKA.
           DISPLAY E-BANKA LINE 8 POSITION 15
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-YAPRAK LINE 6 POSITION 15 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KARNE-YAPRAK-KAPAT.
           IF E-YAPRAK < CKN-ILK OR E-YAPRAK > CKN-SON
              DISPLAY 'YAPRAK KARNE ARALIGINDA DEGIL !!!'
                 LINE 14 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO KARNE-YAPRAK-KAPAT.
           MOVE E-KARNE TO CKY-KARNE.
           MOVE E-YAPRAK TO CKY-YAPRAK.
           READ CKYAPRAK
              NOT INVALID KEY
                 DISPLAY 'BU YAPRAK DAHA ONCE KULLANILMIS !!!'
                    LINE 14 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO KARNE-YAPRAK-KAPAT.
           MOVE E-YAPRAK TO E-CEKNO.
       KARNE-YAPRAK-KAPAT.
           CLOSE CKARNE CKYAPRAK.
       KARNE-YAPRAK-AL-SON.

      * kaydi olmayan ilk yaprak bostur (CKARNE ve CKYAPRAK acik)
       BOS-YAPRAK-BUL.
           MOVE ZEROS TO YENI-YAPRAK.
           MOVE CKN-ILK TO ARA-YAPRAK.
       BOS-YAPRAK-DON.
           IF ARA-YAPRAK > CKN-SON GO BOS-YAPRAK-BUL-SON.
           MOVE CKN-NO TO CKY-KARNE.
           MOVE ARA-YAPRAK TO CKY-YAPRAK.
           READ CKYAPRAK
              INVALID KEY
                 MOVE ARA-YAPRAK TO YENI-YAPRAK
                 GO BOS-YAPRAK-BUL-SON.
           ADD 1 TO ARA-YAPRAK.
           GO BOS-YAPRAK-DON.
       BOS-YAPRAK-BUL-SON.

      * bankadan odendiginde kasa (banka) gider satiri atilir
       CEK-ODENDI.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           END-IF.
       HAFTA-UYARI-SON.

      * bankadan alinan cek karnesi ve karnenin banka deposuna ait
      * baski duzeni (AYAR TIP 53: YAZDOS format dosyasi, YAZPORT
      * yazici, CIKTITIPI formatin cikti tipi)
       KARNE-TANIM.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KARNE NO      :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-KARNE.
           ACCEPT E-KARNE LINE 5 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-KARNE = ZEROS GO KARNE-TANIM-SON.
           OPEN I-O CKARNE AYAR.
           MOVE E-KARNE TO CKN-NO.
           MOVE 0 TO KARNE-YENI.
           READ CKARNE
              INVALID KEY
                 MOVE 1 TO KARNE-YENI
                 INITIALIZE CKN-KAYIT
                 MOVE E-KARNE TO CKN-NO
                 MOVE 2 TO CKN-DEPONO
                 MOVE 'A' TO CKN-DURUM.
           MOVE CKN-BANKA TO E-BANKA.
           MOVE CKN-DEPONO TO E-DEPONO.
           MOVE CKN-YER TO E-YER.
           MOVE CKN-ILK TO E-ILK.
           MOVE CKN-SON TO E-SON.
           MOVE CKN-DURUM TO E-DURUM.
           DISPLAY 'BANKA         :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'BANKA DEPONO  :' LINE 9 POSITION 2
              'KESIDE YERI   :' LINE 11 POSITION 2
              'ILK YAPRAK    :' LINE 13 POSITION 2
              'SON YAPRAK    :' LINE 15 POSITION 2
              'DURUM (A/K)   :' LINE 17 POSITION 2
              'FORMAT DOSYASI:' LINE 19 POSITION 2
              'YAZICI        :' LINE 21 POSITION 2
              'CIKTI TIPI    :' LINE 23 POSITION 2.
           ACCEPT E-BANKA LINE 7 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-DEPONO LINE 9 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YER LINE 11 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-ILK LINE 13 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-SON LINE 15 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-DURUM LINE 17 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 53 TO AY-TIP.
           MOVE E-DEPONO TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'CEKFORM.FRM' TO AY-YAZDOS
                 MOVE 'LPT1' TO AY-YAZPORT
                 MOVE 'YAZICI' TO AY-CIKTITIPI.
           MOVE AY-YAZDOS TO E-YAZDOS.
           MOVE AY-YAZPORT TO E-YAZPORT.
           MOVE AY-CIKTITIPI TO E-CIKTITIPI.
           ACCEPT E-YAZDOS LINE 19 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YAZPORT LINE 21 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-CIKTITIPI LINE 23 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KARNE-TANIM-KAPAT.
           IF E-BANKA = SPACES OR E-ILK = ZEROS OR E-SON < E-ILK
              DISPLAY 'BANKA VE YAPRAK ARALIGI HATALI !!!'
                 LINE 25 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO KARNE-TANIM-KAPAT.
           IF E-DURUM NOT = 'K' MOVE 'A' TO E-DURUM.
           MOVE E-BANKA TO CKN-BANKA.
           MOVE E-DEPONO TO CKN-DEPONO.
           MOVE E-YER TO CKN-YER.
           MOVE E-ILK TO CKN-ILK.
           MOVE E-SON TO CKN-SON.
           MOVE E-DURUM TO CKN-DURUM.
           IF KARNE-YENI = 1
              PERFORM WRITE-CKARNE
           ELSE
              PERFORM REWRITE-CKARNE.
           MOVE 53 TO AY-TIP.
           MOVE E-DEPONO TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE SPACES TO AY-ACIKLAMA
                 STRING 'CEK BASKI ' E-BANKA
                    DELIMITED BY SIZE INTO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-EVRAKNO
                    AY-YAZDOS2
                 MOVE E-YAZDOS TO AY-YAZDOS
                 MOVE E-YAZPORT TO AY-YAZPORT
                 MOVE E-CIKTITIPI TO AY-CIKTITIPI
                 PERFORM WRITE-AYAR
                 GO KARNE-TANIM-TAMAM.
           MOVE E-YAZDOS TO AY-YAZDOS.
           MOVE E-YAZPORT TO AY-YAZPORT.
           MOVE E-CIKTITIPI TO AY-CIKTITIPI.
           PERFORM REWRITE-AYAR.
       KARNE-TANIM-TAMAM.
           DISPLAY 'KARNE KAYDEDILDI' LINE 25 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       KARNE-TANIM-KAPAT.
           CLOSE CKARNE AYAR.
       KARNE-TANIM-SON.

      * karnenin secilen yaprak araligindaki cekler (bir odeme
      * partisi) birlikte basilir; basilan yaprak isaretlenir,
      * tekrar basim istenmedikce atlanir
       CEK-YAZDIR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KARNE NO      :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-KARNE.
           ACCEPT E-KARNE LINE 5 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-KARNE = ZEROS GO CEK-YAZDIR-SON.
           OPEN INPUT CKARNE.
           MOVE E-KARNE TO CKN-NO.
           READ CKARNE
              INVALID KEY
                 DISPLAY 'KARNE BULUNAMADI !!!' LINE 13 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE CKARNE
                 GO CEK-YAZDIR-SON.
           CLOSE CKARNE.
           DISPLAY CKN-BANKA LINE 5 POSITION 24
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ILK YAPRAK    :' LINE 7 POSITION 2
              'SON YAPRAK    :' LINE 9 POSITION 2
              'TEKRAR (E/H)  :' LINE 11 POSITION 2.
           MOVE CKN-ILK TO E-ILK.
           MOVE CKN-SON TO E-SON.
           MOVE 'H' TO E-TEKRAR.
           ACCEPT E-ILK LINE 7 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-SON LINE 9 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-TEKRAR LINE 11 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO CEK-YAZDIR-SON.
           MOVE ZEROS TO ADET-BASILAN.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT CKYAPRAK CEKSENET SICIL.
           MOVE E-KARNE TO CKY-KARNE.
           MOVE E-ILK TO CKY-YAPRAK.
           START CKYAPRAK KEY IS NOT LESS THAN CKY-KEY
              INVALID KEY GO CEK-YAZDIR-KAPAT.
       CEK-YAZDIR-OKU.
           READ CKYAPRAK NEXT AT END GO CEK-YAZDIR-KAPAT.
           IF CKY-KARNE NOT = E-KARNE OR CKY-YAPRAK > E-SON
              GO CEK-YAZDIR-KAPAT.
           IF NOT CKY-KULLANILDI GO CEK-YAZDIR-OKU.
           IF CKY-BASILDI AND E-TEKRAR NOT = 'E'
              GO CEK-YAZDIR-OKU.
           MOVE VERILEN-TIP TO CS-TIP.
           MOVE CKY-CEKNO TO CS-MAKBUZ.
           READ CEKSENET INVALID KEY GO CEK-YAZDIR-OKU.
           MOVE CS-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           INITIALIZE TP-KAYIT.
           MOVE CKY-YAPRAK TO TP-YAPRAK.
           MOVE CKY-CEKNO TO TP-CEKNO.
           MOVE SC-HESAPADI TO TP-LEHTAR.
           MOVE CS-TUTAR TO TP-TUTAR.
           MOVE CKN-YER TO TP-YER.
           MOVE CKY-TARIH TO TP-DUZENLEME.
           MOVE CS-VADE TO TP-VADE.
           MOVE CKN-BANKA TO TP-BANKA.
           WRITE TP-KAYIT.
           ADD 1 TO ADET-BASILAN.
           GO CEK-YAZDIR-OKU.
       CEK-YAZDIR-KAPAT.
           CLOSE CKYAPRAK CEKSENET SICIL TEMPFILE.
           IF ADET-BASILAN = ZEROS
              DISPLAY 'BASILACAK CEK YOK' LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              DELETE FILE TEMPFILE
              GO CEK-YAZDIR-SON.
           CALL 'CCEKYAZ' USING TSAAT CKN-DEPONO.
           CANCEL 'CCEKYAZ'.
      * basilan yapraklar isaretlenir
           OPEN INPUT TEMPFILE.
           OPEN I-O CKYAPRAK.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO CEK-BASKI-KAPAT.
       CEK-BASKI-OKU.
           READ TEMPFILE NEXT AT END GO CEK-BASKI-KAPAT.
           MOVE E-KARNE TO CKY-KARNE.
           MOVE TP-YAPRAK TO CKY-YAPRAK.
           READ CKYAPRAK INVALID KEY GO CEK-BASKI-OKU.
           MOVE 'E' TO CKY-BASKI.
           PERFORM REWRITE-CKYAPRAK.
           GO CEK-BASKI-OKU.
       CEK-BASKI-KAPAT.
           CLOSE TEMPFILE CKYAPRAK.
           DELETE FILE TEMPFILE.
           MOVE ADET-BASILAN TO Z-ADET.
           DISPLAY Z-ADET LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ' CEK YAZICIYA GONDERILDI' LINE 13 POSITION 9.
       CEK-YAZDIR-SON.

      * bos yaprak dogrudan iptal edilir. kullanilmis yapraktaki
      * cek henuz odenmediyse karnenin ilk bos yapragina aktarilir:
      * cek ve cari hareketin evrak no su yeni yaprak olur, eski
      * yaprak iptal kaydiyla kalir
       YAPRAK-IPTAL.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KARNE NO      :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'YAPRAK        :' LINE 7 POSITION 2
              'IPTAL NEDENI  :' LINE 9 POSITION 2.
           MOVE ZEROS TO E-KARNE E-YAPRAK.
           MOVE SPACES TO E-NEDEN.
           ACCEPT E-KARNE LINE 5 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YAPRAK LINE 7 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-NEDEN LINE 9 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-KARNE = ZEROS GO YAPRAK-IPTAL-SON.
           IF E-NEDEN = SPACES
              DISPLAY 'IPTAL NEDENI GIRILMELI !!!' LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO YAPRAK-IPTAL-SON.
           OPEN INPUT CKARNE.
           OPEN I-O CKYAPRAK.
           MOVE E-KARNE TO CKN-NO.
           READ CKARNE
              INVALID KEY
                 DISPLAY 'KARNE BULUNAMADI !!!' LINE 13 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO YAPRAK-IPTAL-KAPAT.
           IF E-YAPRAK < CKN-ILK OR E-YAPRAK > CKN-SON
              DISPLAY 'YAPRAK KARNE ARALIGINDA DEGIL !!!'
                 LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO YAPRAK-IPTAL-KAPAT.
           MOVE E-KARNE TO CKY-KARNE.
           MOVE E-YAPRAK TO CKY-YAPRAK.
           READ CKYAPRAK
              INVALID KEY
                 INITIALIZE CKY-KAYIT
                 MOVE E-KARNE TO CKY-KARNE
                 MOVE E-YAPRAK TO CKY-YAPRAK
                 MOVE 'I' TO CKY-DURUM
                 MOVE SPACES TO CKY-CEKNO CKY-BASKI
                 MOVE BUGUN TO CKY-TARIH
                 MOVE E-NEDEN TO CKY-ACIKLAMA
                 PERFORM WRITE-CKYAPRAK
                 DISPLAY 'YAPRAK IPTAL EDILDI' LINE 13 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 GO YAPRAK-IPTAL-KAPAT.
           IF CKY-IPTAL
              DISPLAY 'YAPRAK ZATEN IPTAL !!!' LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO YAPRAK-IPTAL-KAPAT.
           MOVE CKY-CEKNO TO ESKI-CEKNO.
           MOVE CKY-TARIH TO ESKI-TARIH.
           OPEN I-O CEKSENET CARHAR.
           MOVE VERILEN-TIP TO CS-TIP.
           MOVE ESKI-CEKNO TO CS-MAKBUZ.
           READ CEKSENET INVALID KEY MOVE 9 TO CS-DURUM.
           IF NOT CS-PORTFOYDE
              DISPLAY 'CEK ODENMIS, YAPRAK IPTAL EDILEMEZ !!!'
                 LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO YAPRAK-CEK-KAPAT.
           PERFORM BOS-YAPRAK-BUL THRU BOS-YAPRAK-BUL-SON.
           IF YENI-YAPRAK = ZEROS
              DISPLAY 'KARNEDE BOS YAPRAK KALMADI !!!'
                 LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO YAPRAK-CEK-KAPAT.
           DISPLAY 'CEK ' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ESKI-CEKNO LINE 11 POSITION 6
              'YENI YAPRAGA AKTARILACAK :' LINE 11 POSITION 22.
           ACCEPT YENI-YAPRAK LINE 11 POSITION 49 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YAPRAK-CEK-KAPAT.
           IF YENI-YAPRAK < CKN-ILK OR YENI-YAPRAK > CKN-SON
              OR YENI-YAPRAK = E-YAPRAK
              DISPLAY 'YAPRAK KARNE ARALIGINDA DEGIL !!!'
                 LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO YAPRAK-CEK-KAPAT.
           MOVE E-KARNE TO CKY-KARNE.
           MOVE YENI-YAPRAK TO CKY-YAPRAK.
           READ CKYAPRAK
              NOT INVALID KEY
                 DISPLAY 'BU YAPRAK DAHA ONCE KULLANILMIS !!!'
                    LINE 13 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO YAPRAK-CEK-KAPAT.
           MOVE YENI-YAPRAK TO E-CEKNO.
           MOVE VERILEN-TIP TO CS-TIP.
           MOVE E-CEKNO TO CS-MAKBUZ.
           READ CEKSENET
              NOT INVALID KEY
                 DISPLAY 'BU CEK NO ZATEN KAYITLI !!!'
                    LINE 13 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO YAPRAK-CEK-KAPAT.
      * cek yeni numarayla yazilir, eskisi silinir
           MOVE ESKI-CEKNO TO CS-MAKBUZ.
           READ CEKSENET INVALID KEY GO YAPRAK-CEK-KAPAT.
           MOVE E-CEKNO TO CS-MAKBUZ.
           PERFORM WRITE-CEKSENET.
           MOVE ESKI-CEKNO TO CS-MAKBUZ.
           PERFORM DELETE-CEKSENET.
           MOVE CS-BANKA-ADI TO E-BANKA.
      * cari hareket (tip 7) yeni cek no yu gosterir
           MOVE CS-HESAPNO TO CH-HESAPNO.
           MOVE 2 TO CH-DEPONO.
           MOVE ESKI-TARIH TO CH-TARIH.
           MOVE ZEROS TO CH-SIRA.
           START CARHAR KEY IS NOT LESS THAN CH-KEY
              INVALID KEY GO YAPRAK-YAZ.
       YAPRAK-CARHAR-OKU.
           READ CARHAR NEXT AT END GO YAPRAK-YAZ.
           IF CH-HESAPNO NOT = CS-HESAPNO OR CH-DEPONO NOT = 2
              OR CH-TARIH NOT = ESKI-TARIH
              GO YAPRAK-YAZ.
           IF CH-TIP NOT = 7 OR CH-EVRAKNO NOT = ESKI-CEKNO
              GO YAPRAK-CARHAR-OKU.
           MOVE E-CEKNO TO CH-EVRAKNO.
           MOVE SPACES TO CH-ACIKLAMA.
           STRING 'VERILEN CEK ' E-CEKNO ' ' E-BANKA
              DELIMITED BY SIZE INTO CH-ACIKLAMA.
           PERFORM REWRITE-CARHAR.
       YAPRAK-YAZ.
           MOVE E-KARNE TO CKY-KARNE.
           MOVE E-YAPRAK TO CKY-YAPRAK.
           READ CKYAPRAK INVALID KEY GO YAPRAK-CEK-KAPAT.
           MOVE 'I' TO CKY-DURUM.
           MOVE E-NEDEN TO CKY-ACIKLAMA.
           PERFORM REWRITE-CKYAPRAK.
           INITIALIZE CKY-KAYIT.
           MOVE E-KARNE TO CKY-KARNE.
           MOVE YENI-YAPRAK TO CKY-YAPRAK.
           MOVE 'K' TO CKY-DURUM.
           MOVE E-CEKNO TO CKY-CEKNO.
           MOVE ESKI-TARIH TO CKY-TARIH.
           MOVE SPACES TO CKY-BASKI CKY-ACIKLAMA.
           PERFORM WRITE-CKYAPRAK.
           DISPLAY 'YAPRAK IPTAL EDILDI, CEK YENI YAPRAKTA'
              LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       YAPRAK-CEK-KAPAT.
           CLOSE CEKSENET CARHAR.
       YAPRAK-IPTAL-KAPAT.
           CLOSE CKARNE CKYAPRAK.
       YAPRAK-IPTAL-SON.

      * karnedeki kullanilan, basilan, iptal ve bos yaprak sayilari;
      * iptal edilen yapraklar ekranda ve tum kayitli yapraklar
      * CSV de listelenir
       KARNE-DURUM.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KARNE NO      :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-KARNE.
           ACCEPT E-KARNE LINE 4 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-KARNE = ZEROS GO KARNE-DURUM-SON.
           OPEN INPUT CKARNE.
           MOVE E-KARNE TO CKN-NO.
           READ CKARNE
              INVALID KEY
                 DISPLAY 'KARNE BULUNAMADI !!!' LINE 6 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE CKARNE
                 GO KARNE-DURUM-SON.
           CLOSE CKARNE.
           DISPLAY CKN-BANKA LINE 4 POSITION 24
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CKN-ILK LINE 4 POSITION 46
              '-' LINE 4 POSITION 54
              CKN-SON LINE 4 POSITION 56.
           MOVE ZEROS TO ADET-BASILAN ADET-KULLANILAN ADET-IPTAL.
           DISPLAY 'IPTAL YAPRAKLAR' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'YAPRAK   TARIH      CEK NO          NEDEN'
              LINE 11 POSITION 2.
           MOVE 12 TO SATIR.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'CKYAP' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'KARNE;BANKA;YAPRAK;DURUM;CEK NO;TARIH;BASKI;'
              'ACIKLAMA'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           OPEN INPUT CKYAPRAK.
           MOVE E-KARNE TO CKY-KARNE.
           MOVE ZEROS TO CKY-YAPRAK.
           START CKYAPRAK KEY IS NOT LESS THAN CKY-KEY
              INVALID KEY GO KARNE-DURUM-KAPAT.
       KARNE-DURUM-OKU.
           READ CKYAPRAK NEXT AT END GO KARNE-DURUM-KAPAT.
           IF CKY-KARNE NOT = E-KARNE GO KARNE-DURUM-KAPAT.
           MOVE SPACES TO CSV-SATIR.
           STRING CKY-KARNE ';' CKN-BANKA ';' CKY-YAPRAK ';'
              CKY-DURUM ';' CKY-CEKNO ';' CKY-GUN '/' CKY-AY '/'
              CKY-YIL ';' CKY-BASKI ';' CKY-ACIKLAMA
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF CKY-KULLANILDI
              ADD 1 TO ADET-KULLANILAN
              IF CKY-BASILDI
                 ADD 1 TO ADET-BASILAN
              END-IF
              GO KARNE-DURUM-OKU.
           ADD 1 TO ADET-IPTAL.
           IF SATIR > 32 GO KARNE-DURUM-OKU.
           DISPLAY CKY-YAPRAK LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CKY-GUN LINE SATIR POSITION 11
              '/' LINE SATIR POSITION 13
              CKY-AY LINE SATIR POSITION 14
              '/' LINE SATIR POSITION 16
              CKY-YIL LINE SATIR POSITION 17
              CKY-CEKNO LINE SATIR POSITION 24
              CKY-ACIKLAMA LINE SATIR POSITION 40.
           ADD 1 TO SATIR.
           GO KARNE-DURUM-OKU.
       KARNE-DURUM-KAPAT.
           CLOSE CKYAPRAK CSVOUT.
           COMPUTE ADET-BOS = CKN-SON - CKN-ILK + 1
              - ADET-KULLANILAN - ADET-IPTAL.
           MOVE ADET-KULLANILAN TO Z-ADET.
           DISPLAY 'KULLANILAN :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-ADET LINE 6 POSITION 15.
           MOVE ADET-BASILAN TO Z-ADET.
           DISPLAY 'BASILAN    :' LINE 6 POSITION 30
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-ADET LINE 6 POSITION 43.
           MOVE ADET-IPTAL TO Z-ADET.
           DISPLAY 'IPTAL      :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-ADET LINE 8 POSITION 15.
           MOVE ADET-BOS TO Z-ADET.
           DISPLAY 'BOS        :' LINE 8 POSITION 30
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-ADET LINE 8 POSITION 43.
       KARNE-DURUM-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==CEKSENET==
                                  "%T%"  BY "CEKSENET"
                                 ==%R%== BY ==CS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==KASA==
                                  "%T%"  BY "KASA"
                                 ==%R%== BY ==KS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==CKARNE==
                                  "%T%"  BY "CKARNE"
                                 ==%R%== BY ==CKN-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==CKYAPRAK==
                                  "%T%"  BY "CKYAPRAK"
                                 ==%R%== BY ==CKY-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
