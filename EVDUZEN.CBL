           02 E-EVRAKNO         PIC X(15).
           02 E-SECIM           PIC 9.
           02 E-DUZEN           PIC X(20).
       copy 'kilit.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE HAREKET-SICIL AYAR
                 GO DUZEN-SEC-SON.
      * evrak basligi baska kullanicida ise degistirilmez
           MOVE 'HAREKET' TO KLT-DOSYA.
           MOVE HS-KEY TO KLT-ANAHTAR.
           PERFORM KILIT-AL THRU KILIT-AL-SON.
           IF SALT-OKU = 1
              DISPLAY KLT-MESAJ LINE 7 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE HAREKET-SICIL AYAR
              GO DUZEN-SEC-SON.
           MOVE E-TIP TO AY-TIP.
           MOVE HS-DEPONO TO AY-DEPONO.
           READ AYAR INVALID KEY INITIALIZE AY-KAYIT.
           ACCEPT E-SECIM LINE 10 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE HAREKET-SICIL AYAR
              PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON
              GO DUZEN-SEC-SON.
           IF E-SECIM = 2
              MOVE AY-YAZDOS2 TO HS-DUZEN
           ELSE
           END-IF.
           PERFORM REWRITE-HAREKET-SICIL.
           CLOSE HAREKET-SICIL AYAR.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           DISPLAY 'DUZEN SECILDI:' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              HS-DUZEN LINE 12 POSITION 17.
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       DENEME-BASKI-SON.

       copy 'kilit.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
