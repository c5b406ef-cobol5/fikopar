       copy 'numara.var'.
       copy 'toplam.var'.
       copy 'niyet.var'.
       copy 'eksistok.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           IF F = 4 PERFORM IADE-AL THRU IADE-AL-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CANCEL 'EKSISTOK'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           ACCEPT E-ADET LINE SATIR POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ADET = ZEROS GO KONSINYE-SEVK-KAPAT.
      * satir hemen yazildigindan denetim de satir basinadir
           PERFORM STOK-DENETIM THRU STOK-DENETIM-SON.
           IF ES-ENGELLENDI
              DISPLAY 'STOK YETERSIZ - SATIR ISLENMEDI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SEVK-SATIR.
           MOVE 1 TO YON.
           PERFORM STOK-HAREKET THRU STOK-HAREKET-SON.
           PERFORM KONSIGN-EKLE THRU KONSIGN-EKLE-SON.
           CLOSE KONSIGN STOK STOKADET.
       KONSINYE-SEVK-SON.

       STOK-DENETIM.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE E-DEPONO TO ES-DEPONO.
           MOVE 'KONSIGN' TO ES-PROGRAM.
           MOVE E-HESAPNO TO ES-EVRAKNO.
           MOVE E-KATNO TO ES-KATNO.
           MOVE E-STNO TO ES-STNO.
           MOVE E-ADET TO ES-MIKTAR.
           CALL 'EKSISTOK' USING ES-ISTEK.
       STOK-DENETIM-SON.

       KONSIGN-EKLE.
           MOVE E-HESAPNO TO KG-HESAPNO.
           MOVE E-KATNO TO KG-KATNO.

      * yon 1 = depodan cikis, 2 = depoya giris
       STOK-HAREKET.
           MOVE E-KATNO TO ST-KATNO.
           MOVE E-STNO TO ST-STNO.
           READ STOK
              NOT INVALID KEY
                 IF ST-HIZMET GO STOK-HAREKET-SON END-IF
           END-READ.
           MOVE E-KATNO TO STA-KATNO.
           MOVE E-STNO TO STA-STNO.
           MOVE E-DEPONO TO STA-DEPONO.
              MOVE ZEROS TO STA-CIK
           END-IF.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           MOVE E-KATNO TO ST-KATNO.
           MOVE E-STNO TO ST-STNO.
           READ STOK INVALID KEY GO STOK-HAREKET-SON.
           MOVE Y-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY CONTINUE.
           PERFORM ALT-TOPLAM-AL THRU END-ALT-TOPLAM-AL.
           PERFORM AYLIK-EVRAK-EKLE.
           MOVE Y-EVRAKNO TO AY-EVRAKNO.
           PERFORM ALT-TOPLAM-KAYDET THRU END-ALT-TOPLAM-KAYDET.
           MOVE FATURA-TIP TO DX-TIP.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy 'stayadet.per'.
       copy 'staysat.per'.
