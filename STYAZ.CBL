           02 ED-MIN            PIC 9(12)V9999.
           02 ED-MAX            PIC 9(12)V9999.
           02 ED-BARKOD         PIC X(20).
           02 ED-KART           PIC X(400).
       copy 'degis.var'.
       copy 'oturum.var'.
       copy 'kilit.var'.
       
       copy 'status.cpy'.
	   copy 'fileop.var'.
	   copy 'stayg.var'.
       LINKAGE SECTION.
       01 ONAY-MESSAGE      PIC X(43).
       01 G-OP                  PIC 9.
       START-PROGRAM.
      *     OPEN OUTPUT STOK STOKARA. CLOSE STOK STOKARA.
      *     GO STOP-PROGRAM.
      * kaydi baska kullanici degistirmek icin tutuyorsa yazilmaz
           IF G-OP = 2 OR G-OP = 3
              MOVE 'K' TO KLT-ISLEM
              MOVE 'STOK' TO KLT-DOSYA
              MOVE G-KEY TO KLT-ANAHTAR
              CALL 'KAYITKIL' USING KLT-ISTEK
              IF KLT-TUTULUYOR
                 MOVE KLT-MESAJ TO ONAY-MESSAGE
                 GO STOP-PROGRAM.
           OPEN I-O STOK STOKARA PASSTOK STOKADET.
           OPEN INPUT HAREKET-DETAY.
           IF G-OP = 1 PERFORM INSERT-STOK.
           IF OK = 1
            PERFORM WRITE-STOK
            WRITE SA-KAYIT
            MOVE SPACES TO DGL-ESKI
            MOVE 'EKLENDI' TO DGL-YENI
            PERFORM KART-IZ THRU KART-IZ-SON
           ELSE
            MOVE ' koda ait aktif veya pasif kod var aktar�lmad�.' 
             TO ONAY-MESSAGE
           MOVE ST-MIN TO ED-MIN.
           MOVE ST-MAX TO ED-MAX.
           MOVE ST-BARKOD TO ED-BARKOD.
           MOVE ST-KAYIT TO ED-KART.
           MOVE G-KAYIT TO ST-KAYIT.
           MOVE G-BARKOD TO ST-BARKOD.
           REWRITE SA-KAYIT.
           MOVE ED-BARKOD TO DGL-ESKI.
           MOVE ST-BARKOD TO DGL-YENI.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
           IF ED-KART NOT = ST-KAYIT
              MOVE 'KAYITLI' TO DGL-ESKI
              MOVE 'DEGISTI' TO DGL-YENI
              PERFORM KART-IZ THRU KART-IZ-SON.
           
       DELETE-STOK-PRC.
           MOVE G-KATNO TO HD-KATNO ST-KATNO.
           IF PASIF = 1 PERFORM PASIF-TASI.
           DELETE STOKARA.
           PERFORM DELETE-STOK.
           MOVE 'KAYITLI' TO DGL-ESKI.
           MOVE 'SILINDI' TO DGL-YENI.
           PERFORM KART-IZ THRU KART-IZ-SON.
           IF PASIF = 0 PERFORM DELETE-ADET THRU DELETE-ADET-SON.
       PASIF-TASI.
           MOVE ST-KAYIT TO PAS-KAYIT.
           READ STOKADET NEXT AT END GO DELETE-ADET-SON.
           IF STA-KATNO NOT = G-KATNO OR STA-STNO NOT = G-STNO
                    GO DELETE-ADET-SON.
           PERFORM AYLIK-ADET-CIKAR.
           PERFORM DELETE-STOKADET.
           GO DELETE-ADET-OKU.
       DELETE-ADET-SON.

      * kart eklenmesi, degismesi ve silinmesi KART satiri olarak
      * iz dosyasina yazilir; merkezden subeye dagitim bu satirlari
      * izler. cagiran DGL-ESKI/YENI alanlarini doldurur
       KART-IZ.
           PERFORM OTURUM-OKU.
           MOVE OT-KULLANICI-ADI TO DGL-AKTIF-KULLANICI.
           MOVE 'STOK' TO DGL-DOSYA.
           MOVE SPACES TO DGL-ANAHTAR.
           STRING G-KATNO '/' G-STNO DELIMITED BY SIZE
               INTO DGL-ANAHTAR.
           MOVE 'KART' TO DGL-ALAN.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
       KART-IZ-SON.

       STOP-PROGRAM.
           EXIT PROGRAM.
           STOP RUN.
                                 ==%R%== BY ==DGL-KAYIT==.
       copy 'degis.per'.
       copy 'oturum.per'.
       copy 'stayadet.per'.
