       copy 'users.cpy'.
       copy 'oturum.cpy'.
       copy 'seans.cpy'.
       copy 'girislog.cpy'.
       copy 'ayar.cpy'.
            SELECT EGISARET ASSIGN TO DISK, 'DATA\EGITIM.ISR'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-EGISARET.
       copy 'users.cpz'.
       copy 'oturum.cpz'.
       copy 'seans.cpz'.
       copy 'girislog.cpz'.
       copy 'ayar.cpz'.
       FD EGISARET.
       01 EGISARET-SATIR            PIC X(40).
       WORKING-STORAGE SECTION.
           02 T-YENISIFRE2      PIC X(20).
       77 ST-EGISARET           PIC XX.
       77 EGITIM-MODU           PIC 9 VALUE 0.
       77 GIRIS-SINIR           PIC 99.
       copy 'sifre.var'.
       copy 'fileop.var'.
       copy 'oturum.var'.
       START-PROGRAM.
           CALL 'FCONTROL'.
           CANCEL 'FCONTROL'.
           PERFORM SIFRE-DONUSTUR THRU SIFRE-DONUSTUR-SON.
           PERFORM GIRIS-AYAR-OKU THRU GIRIS-AYAR-OKU-SON.
      * yarim kalan belge kurtarma - kimse ustune kayit
      * islemeden once kosar
           MOVE 1 TO MAIN-ARGUMENT-SIZE.
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           CALL 'GOLGE' USING 0015 0040 0020 0080.
           CANCEL 'GOLGE'.
           OPEN I-O USERS.
       SOR1.
           MOVE SPACES TO T-PASS.
           DISPLAY SCR-USER.
           ACCEPT SCR-USER.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE USERS PERFORM SOR-KALDIR GO STOP-PROGRAM.
           READ USERS INVALID KEY
              MOVE US-NAME TO GL-KULLANICI
              MOVE 'B' TO GL-OLAY
              MOVE ZEROS TO GL-DENEME
              MOVE SPACES TO GL-YONETICI
              PERFORM GIRIS-LOGLA THRU GIRIS-LOGLA-SON
              GO SOR1.
           IF US-KILITLI
              PERFORM KILITLI-DENEME THRU KILITLI-DENEME-SON
              GO SOR1.
           MOVE T-PASS TO SF-GIRILEN.
           PERFORM SIFRE-DOGRULA THRU SIFRE-DOGRULA-SON.
           IF SF-DOGRU = 0
              PERFORM HATALI-GIRIS THRU HATALI-GIRIS-SON
              GO SOR1.
           IF US-ACTIVE = 0 GO SOR1.
           MOVE ZEROS TO US-HATALI-GIRIS.
           MOVE TARIH-SAYI TO US-SON-GIRIS.
           PERFORM REWRITE-USERS.
           CLOSE USERS.
           IF US-SB-SAYI NOT = 0 AND TARIH-SAYI > US-SB-SAYI
              PERFORM SIFRE-SURESI-DOLDU THRU SIFRE-SURESI-DOLDU-SON.
           IF SEANS-KILIT = 1
              PERFORM SEANS-KAPAT
              GO USER-AL.
      * nabizla birlikte okunmamis mesaj ve duyurular kontrol edilir
           MOVE 2 TO MAIN-ARGUMENT-SIZE.
           MOVE '/Y' TO MAIN-ARGUMENT-VALUE.
           CALL 'MESAJ' USING BY CONTENT MAIN-ARGUMENT
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'MESAJ'.
           MOVE 'PROGRAMDAN �IKILACAK EM�N M�S�N�Z?' TO ONAY-MESSAGE.
           MOVE 'H' TO E-ONAY.
           PERFORM ONAY-AL THRU ONAY-AL-SON.
              MOVE 'SIFRE KULLANICI ADI ILE AYNI OLAMAZ' TO ONAY-MESSAGE
              PERFORM WARN-MESSAGE
              GO SIFRE-SURESI-DOLDU.
           PERFORM SIFRE-OZETLE THRU SIFRE-OZETLE-SON.
           MOVE TARIH TO US-SIFRE-DEGISTIRME.
           PERFORM SIFRE-BITIS-HESAPLA THRU SIFRE-BITIS-HESAPLA-SON.
           OPEN I-O USERS.
           PERFORM REWRITE-USERS.
           CLOSE USERS.
       SIFRE-SURESI-DOLDU-SON.
      * yanlis sifre: deneme sayisi artar, sinira gelince hesap
      * kilitlenir. kilidi yalniz yonetici USERADD /K ile acar
       HATALI-GIRIS.
           ADD 1 TO US-HATALI-GIRIS.
           MOVE US-NAME TO GL-KULLANICI.
           MOVE 'H' TO GL-OLAY.
           MOVE US-HATALI-GIRIS TO GL-DENEME.
           MOVE SPACES TO GL-YONETICI.
           PERFORM GIRIS-LOGLA THRU GIRIS-LOGLA-SON.
           IF US-HATALI-GIRIS < GIRIS-SINIR
              PERFORM REWRITE-USERS
              GO HATALI-GIRIS-SON.
           MOVE 'E' TO US-KILIT.
           MOVE TARIH-SAYI TO US-KILIT-TARIH.
           ACCEPT US-KILIT-SAAT FROM TIME.
           PERFORM REWRITE-USERS.
           MOVE 'K' TO GL-OLAY.
           PERFORM GIRIS-LOGLA THRU GIRIS-LOGLA-SON.
           MOVE 'HESAP KILITLENDI - YONETICIYE BASVURUN'
              TO ONAY-MESSAGE.
           PERFORM WARN-MESSAGE.
       HATALI-GIRIS-SON.
       KILITLI-DENEME.
           MOVE US-NAME TO GL-KULLANICI.
           MOVE 'L' TO GL-OLAY.
           MOVE US-HATALI-GIRIS TO GL-DENEME.
           MOVE SPACES TO GL-YONETICI.
           PERFORM GIRIS-LOGLA THRU GIRIS-LOGLA-SON.
           MOVE 'HESAP KILITLI - YONETICIYE BASVURUN' TO ONAY-MESSAGE.
           PERFORM WARN-MESSAGE.
       KILITLI-DENEME-SON.
      * acik sifreli eski kayitlar bir kereligine ozetli sifreye
      * cevrilir; cevrilmis kayda tekrar dokunulmaz
       SIFRE-DONUSTUR.
           OPEN I-O USERS.
           IF ST-USERS NOT = '00' GO SIFRE-DONUSTUR-KAPAT.
       SIFRE-DONUSTUR-OKU.
           READ USERS NEXT AT END GO SIFRE-DONUSTUR-KAPAT.
           IF US-SIFRE-OZET GO SIFRE-DONUSTUR-OKU.
           MOVE US-PASS TO SF-YENI-SIFRE.
           PERFORM SIFRE-OZETLE THRU SIFRE-OZETLE-SON.
           MOVE ZEROS TO US-HATALI-GIRIS US-KILIT-TARIH US-KILIT-SAAT.
           MOVE 'H' TO US-KILIT.
           PERFORM REWRITE-USERS.
           GO SIFRE-DONUSTUR-OKU.
       SIFRE-DONUSTUR-KAPAT.
           CLOSE USERS.
       SIFRE-DONUSTUR-SON.
      * AYAR (TIP 49): kac hatali denemede hesabin kilitlenecegi
      * YAZDOS ta (varsayilan 05)
       GIRIS-AYAR-OKU.
           OPEN I-O AYAR.
           MOVE 49 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'HATALI GIRIS KILIT SINIRI' TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-YAZPORT
                    AY-CIKTITIPI AY-YAZDOS2 AY-EVRAKNO
                 MOVE '05' TO AY-YAZDOS
                 PERFORM WRITE-AYAR
           END-READ.
           CLOSE AYAR.
           MOVE 5 TO GIRIS-SINIR.
           IF AY-YAZDOS(1:2) NUMERIC MOVE AY-YAZDOS(1:2) TO GIRIS-SINIR.
           IF GIRIS-SINIR = ZEROS MOVE 5 TO GIRIS-SINIR.
       GIRIS-AYAR-OKU-SON.
       copy 'sifre.per'.
       copy 'girislog.per'.
       copy 'onayper.cpy'.
       copy 'oturum.per'.
       copy 'seans.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==USERS==
                                  "%T%"  BY "USERS"
                                 ==%R%== BY ==US-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==GIRISLOG==
                                  "%T%"  BY "GIRISLOG"
                                 ==%R%== BY ==GL-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
