       copy 'sicil.cpy'.
       copy 'stok.cpy'.
       copy 'hareket.cpy'.
       copy 'isemri.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'musarac.cpz'.
       copy 'sicil.cpz'.
       copy 'stok.cpz'.
       copy 'hareket.cpz'.
       copy 'isemri.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 E-HESAPNO         PIC X(15).
           02 E-ARACNO          PIC 9(5).
           02 Z-ADET            PIC ZZZZZ9,999.
           02 Z-NO              PIC Z(6)9.
           02 Z-KM              PIC Z(6)9.
           02 B-DURUM           PIC X(11).
       01 CAGRI-ARG.
           02 CA-SIZE           PIC 9(4) BINARY.
           02 CA-VALUE          PIC X(100).
              ' F1 ' 'ARAC EKLE' REVERSE
              ' F2 ' 'PLAKA ARA' REVERSE
              ' F3 ' 'ARAC GECMISI' REVERSE
              ' F4 ' 'SERVIS GECMISI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 2 PERFORM PLAKA-ARA THRU PLAKA-ARA-SON GO TUS.
           IF F = 3 PERFORM ARAC-GECMIS THRU ARAC-GECMIS-SON
              GO TUS.
           IF F = 4 PERFORM SERVIS-GECMIS THRU SERVIS-GECMIS-SON
              GO TUS.
           GO TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           CLOSE MUSARAC HAREKET-SICIL HAREKET-DETAY UYUM.
       ARAC-GECMIS-SON.

      * aracin servis gecmisi: plakaya acilmis is emirleri
      * kilometre, yapilan is ve kesilen faturayla listelenir
       SERVIS-GECMIS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'PLAKA :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SPACES TO E-PLAKA.
           ACCEPT E-PLAKA LINE 4 POSITION 10 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-PLAKA = SPACES GO SERVIS-GECMIS-SON.
           OPEN INPUT ISEMRI.
           DISPLAY 'TARIH      IS EMRI      KM DURUM       YAPILAN'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'FATURA' LINE 6 POSITION 64.
           MOVE 7 TO SATIR.
           MOVE E-PLAKA TO IE-PLAKA.
           START ISEMRI KEY IS NOT LESS THAN IE-PLAKA
              INVALID KEY GO SERVIS-GECMIS-KAPAT.
       SERVIS-GECMIS-OKU.
           READ ISEMRI NEXT AT END GO SERVIS-GECMIS-KAPAT.
           IF IE-PLAKA NOT = E-PLAKA GO SERVIS-GECMIS-KAPAT.
           IF SATIR > 32 GO SERVIS-GECMIS-KAPAT.
           EVALUATE IE-DURUM
            WHEN 1 MOVE 'ACIK       ' TO B-DURUM
            WHEN 2 MOVE 'ISLEMDE    ' TO B-DURUM
            WHEN 3 MOVE 'PARCA BEKL.' TO B-DURUM
            WHEN 4 MOVE 'TAMAM      ' TO B-DURUM
            WHEN 5 MOVE 'FATURALANDI' TO B-DURUM
            WHEN OTHER MOVE '?          ' TO B-DURUM
           END-EVALUATE.
           MOVE IE-NO TO Z-NO.
           MOVE IE-KM TO Z-KM.
           DISPLAY IE-GUN LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE SATIR POSITION 4
              IE-AY LINE SATIR POSITION 5
              '/' LINE SATIR POSITION 7
              IE-YIL LINE SATIR POSITION 8
              Z-NO LINE SATIR POSITION 13
              Z-KM LINE SATIR POSITION 21
              B-DURUM LINE SATIR POSITION 29
              IE-YAPILAN(1:23) LINE SATIR POSITION 41
              IE-FAT-EVRAKNO(1:13) LINE SATIR POSITION 64.
           ADD 1 TO SATIR.
           GO SERVIS-GECMIS-OKU.
       SERVIS-GECMIS-KAPAT.
           CLOSE ISEMRI.
       SERVIS-GECMIS-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==MUSARAC==
                                  "%T%"  BY "MUSARAC"
                                 ==%R%== BY ==MA-KAYIT==.
