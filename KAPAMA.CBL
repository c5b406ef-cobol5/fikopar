       FILE-CONTROL.
       copy 'kapama.cpy'.
       copy 'carhar.cpy'.
       copy 'sipavans.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       copy 'kapama.cpz'.
       copy 'carhar.cpz'.
       copy 'sipavans.cpz'.
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
           02 KOVA2             PIC S9(13)V99.
           02 KOVA3             PIC S9(13)V99.
           02 KOVA4             PIC S9(13)V99.
           02 AVANS-ACIK        PIC 9.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
              E-HESAPNO LINE 4 POSITION 10.
           MOVE ZEROS TO T-DAGITILAN.
           OPEN I-O KAPAMA.
           OPEN INPUT CARHAR SIPAVANS.
      * cari anahtari hesaptan sonra depoya gore boldugunden
      * hesabin satirlari once tarih anahtarli gecici dosyada
      * birlestirilir - eski fatura hangi depoda olursa olsun
       ODEME-OKU.
           READ TEMPFILE NEXT AT END GO OTODAGIT-KAPAT.
           IF TP-ALACAK NOT > ZEROS GO ODEME-OKU.
           PERFORM AVANS-KONTROL THRU AVANS-KONTROL-SON.
           IF AVANS-ACIK = 1 GO ODEME-OKU.
           MOVE TP-EVRAKNO TO S-EVRAKNO.
           PERFORM ODEME-KALAN-HESAPLA
              THRU ODEME-KALAN-HESAPLA-SON.
           PERFORM ODEME-DAGIT THRU ODEME-DAGIT-SON.
           GO ODEME-OKU.
       OTODAGIT-KAPAT.
           CLOSE KAPAMA CARHAR TEMPFILE SIPAVANS.
           MOVE T-DAGITILAN TO Z-TUTAR.
           DISPLAY 'DAGITILAN TOPLAM :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ACCEPT F FROM ESCAPE KEY.
       OTODAGIT-SON.

      * siparise bagli acik avans makbuzu serbest tahsilat gibi
      * dagitilmaz - siparis faturalaninca kendi faturasina
      * mahsup edilir
       AVANS-KONTROL.
           MOVE ZEROS TO AVANS-ACIK.
           IF ST-SIPAVANS NOT = '00' GO AVANS-KONTROL-SON.
           MOVE TP-EVRAKNO TO SAV-MAKBUZNO.
           READ SIPAVANS KEY IS SAV-MAKBUZNO
              INVALID KEY GO AVANS-KONTROL-SON.
           IF SAV-ACIK MOVE 1 TO AVANS-ACIK.
       AVANS-KONTROL-SON.

      * tek tahsilati eski tarihli acik faturalara dagitir -
      * CARHAR konumu bozulmasin diye kendi anahtar kaydiyla
      * geri kurulur
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-EVRAKNO = SPACES GO ESLESME-COZ-SON.
           OPEN I-O KAPAMA SIPAVANS.
       COZ-TUR.
           MOVE E-HESAPNO TO KP-HESAPNO.
           MOVE E-EVRAKNO TO KP-EVRAKNO.
           READ KAPAMA NEXT AT END GO COZ-KAPAT.
           IF KP-HESAPNO NOT = E-HESAPNO
              OR KP-EVRAKNO NOT = E-EVRAKNO GO COZ-KAPAT.
           PERFORM AVANS-GERIAL THRU AVANS-GERIAL-SON.
           PERFORM DELETE-KAPAMA.
           GO COZ-TUR.
       COZ-KAPAT.
           CLOSE KAPAMA SIPAVANS.
           DISPLAY 'ESLESMELER COZULDU' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
       ESLESME-COZ-SON.

      * cozulen eslesme bir siparis avansinin mahsubuysa avans
      * yeniden acilir
       AVANS-GERIAL.
           IF ST-SIPAVANS NOT = '00' GO AVANS-GERIAL-SON.
           MOVE KP-ODEME-EVRAK TO SAV-MAKBUZNO.
           READ SIPAVANS KEY IS SAV-MAKBUZNO
              INVALID KEY GO AVANS-GERIAL-SON.
           SUBTRACT KP-TUTAR FROM SAV-MAHSUP.
           IF SAV-MAHSUP NOT > ZEROS
              MOVE ZEROS TO SAV-MAHSUP SAV-MAHSUP-TARIH
              MOVE SPACES TO SAV-FATURANO.
           MOVE 'A' TO SAV-DURUM.
           PERFORM REWRITE-SIPAVANS.
       AVANS-GERIAL-SON.

      * musterinin faturalari acik/kismi/kapali durumuyla
       ACIK-DOKUM.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
       copy fileop.cpy REPLACING ==%T%== BY ==KAPAMA==
                                  "%T%"  BY "KAPAMA"
                                 ==%R%== BY ==KP-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==SIPAVANS==
                                  "%T%"  BY "SIPAVANS"
                                 ==%R%== BY ==SAV-KAYIT==.
