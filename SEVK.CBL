           02 E-TIP             PIC 99.
           02 E-EVRAKNO         PIC X(15).
           02 E-DURUM           PIC X.
           02 ESKI-DURUM        PIC X.
           02 ESKI-TAKIPNO      PIC X(25).
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
           02 FILLER            PIC X(9) VALUE 'DATA\SVK_'.
           02 LD-NO             PIC 9(7).
           02 FILLER            PIC X(4) VALUE '.TXT'.
       copy 'sipbild.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
           MOVE E-SEVKNO TO SV-NO.
           READ SEVK
              INVALID KEY CLOSE SEVK GO DURUM-GUNCELLE-SON.
           MOVE SV-DURUM TO ESKI-DURUM.
           MOVE SV-TAKIPNO TO ESKI-TAKIPNO.
           DISPLAY 'TAKIP NO :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT SV-TAKIPNO LINE 5 POSITION 13 UPDATE
              MOVE E-DURUM TO SV-DURUM.
           PERFORM REWRITE-SEVK.
           CLOSE SEVK.
           MOVE ZEROS TO BI-OLAY.
           IF SV-SEVKEDILDI AND SV-TAKIPNO NOT = SPACES
              AND SV-TAKIPNO NOT = ESKI-TAKIPNO
              MOVE 4 TO BI-OLAY.
           IF SV-TESLIM AND ESKI-DURUM NOT = 'T'
              MOVE 5 TO BI-OLAY.
           IF BI-OLAY NOT = ZEROS
              PERFORM SEVK-BILDIR THRU SEVK-BILDIR-SON.
       DURUM-GUNCELLE-SON.

      * takip no girilince kargoya verildi, teslim onayinda teslim
      * edildi mesaji manifestodaki her evragin musterisine gider
       SEVK-BILDIR.
           OPEN INPUT SEVKDET HAREKET-SICIL.
           MOVE SV-TAKIPNO TO BI-TAKIPNO.
           MOVE E-SEVKNO TO SVD-SEVKNO.
           MOVE ZEROS TO SVD-SIRA.
           START SEVKDET KEY IS NOT LESS THAN SVD-KEY
              INVALID KEY GO SEVK-BILDIR-KAPAT.
       SEVK-BILDIR-OKU.
           READ SEVKDET NEXT AT END GO SEVK-BILDIR-KAPAT.
           IF SVD-SEVKNO NOT = E-SEVKNO GO SEVK-BILDIR-KAPAT.
           MOVE SVD-TIP TO HS-TIP.
           MOVE SVD-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY GO SEVK-BILDIR-OKU.
           MOVE HS-HESAPNO TO BI-HESAPNO.
           MOVE HS-SIPARISNO TO BI-SIPARISNO.
           IF HS-SIPARISNO = SPACES
              MOVE HS-EVRAKNO TO BI-SIPARISNO.
           CALL 'SIPBILD' USING BI-ISTEK.
           CANCEL 'SIPBILD'.
           GO SEVK-BILDIR-OKU.
       SEVK-BILDIR-KAPAT.
           CLOSE SEVKDET HAREKET-SICIL.
       SEVK-BILDIR-SON.

      * sevkedilmis ama teslim onayi gelmemis manifestolar
       TESLIMSIZ.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
