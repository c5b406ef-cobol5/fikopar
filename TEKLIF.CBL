           02 REZ-ADET          PIC S9(12)V9999.
           02 ATP-ADET          PIC S9(12)V9999.
           02 EKSIK-ADET        PIC 9(9)V999.
           02 E-NEDEN           PIC 9.
       01 TST-KAYIT.
           02 TST-KEY.
               03 TST-KATNO              PIC 9999.
           02 B-DURUM               PIC X(10).
           02 FILLER                PIC X VALUE ' '.
           02 B-TUTAR               PIC -(9)9,99.
       copy 'sipbild.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'numara.var'.
       copy 'kayip.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           MOVE BUGUN TO SIP-TARIH.
           MOVE TF-HESAPNO TO SIP-HESAPNO.
           MOVE TF-HESAPADI TO SIP-HESAPADI.
           MOVE SPACES TO SIP-YETKILI SIP-KANAL.
           MOVE TF-TUTAR TO SIP-TUTAR.
           PERFORM WRITE-SIPARIS.
           MOVE 1 TO BI-OLAY.
           MOVE SIP-HESAPNO TO BI-HESAPNO.
           MOVE SIP-EVRAKNO TO BI-SIPARISNO.
           MOVE SPACES TO BI-TAKIPNO.
           CALL 'SIPBILD' USING BI-ISTEK.
           CANCEL 'SIPBILD'.
           MOVE E-EVRAKNO TO TFD-EVRAKNO.
           MOVE ZEROS TO TFD-SIRA.
           START TEKLIFDET KEY IS NOT LESS THAN TFD-KEY
           MOVE E-EVRAKNO TO TF-EVRAKNO.
           READ TEKLIF
              INVALID KEY CLOSE TEKLIF GO KAYIP-ISARETLE-SON.
           IF NOT TF-ACIK GO KAYIP-ISARETLE-YAZ.
           DISPLAY 'NEDEN: 1=STOK YOK 2=FIYAT 3=TESLIM SURESI'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ' 5=DIGER :' LINE 6 POSITION 43.
           MOVE 2 TO E-NEDEN.
           ACCEPT E-NEDEN LINE 6 POSITION 54 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE TEKLIF GO KAYIP-ISARETLE-SON.
           IF E-NEDEN < 1 OR E-NEDEN > 5 MOVE 5 TO E-NEDEN.
           PERFORM KAYIP-SATIR-YAZ THRU KAYIP-SATIR-YAZ-SON.
       KAYIP-ISARETLE-YAZ.
           MOVE 'Y' TO TF-DURUM.
           PERFORM REWRITE-TEKLIF.
           CLOSE TEKLIF.
       KAYIP-ISARETLE-SON.

      * acik teklif kaybedilince ya da suresi dolunca satirlari
      * karsilanamayan talep olarak musteri ve teklif no ile yazilir
       KAYIP-SATIR-YAZ.
           OPEN INPUT TEKLIFDET.
           MOVE TF-EVRAKNO TO TFD-EVRAKNO.
           MOVE ZEROS TO TFD-SIRA.
           START TEKLIFDET KEY IS NOT LESS THAN TFD-KEY
              INVALID KEY GO KAYIP-SATIR-KAPAT.
       KAYIP-SATIR-OKU.
           READ TEKLIFDET NEXT AT END GO KAYIP-SATIR-KAPAT.
           IF TFD-EVRAKNO NOT = TF-EVRAKNO GO KAYIP-SATIR-KAPAT.
           MOVE TFD-KATNO TO KYV-KATNO.
           MOVE TFD-STNO TO KYV-STNO.
           MOVE TF-HESAPNO TO KYV-HESAPNO.
           MOVE TFD-ADET TO KYV-ADET.
           MOVE E-NEDEN TO KYV-NEDEN.
           MOVE 'T' TO KYV-KAYNAK.
           MOVE TF-EVRAKNO TO KYV-EVRAKNO.
           CALL 'KAYIPYAZ' USING KYV-KATNO KYV-STNO KYV-HESAPNO
              KYV-ADET KYV-NEDEN KYV-KAYNAK KYV-EVRAKNO.
           CANCEL 'KAYIPYAZ'.
           GO KAYIP-SATIR-OKU.
       KAYIP-SATIR-KAPAT.
           CLOSE TEKLIFDET.
       KAYIP-SATIR-YAZ-SON.

      * acik teklifler: suresi dolanlar kosu sirasinda S ile
      * isaretlenip satirlari kayip satisa yazilir; durum
      * dokumunden kazanma orani izlenir
       ACIK-RAPOR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           ACCEPT CSV-SAAT FROM TIME.
              IF VT-VADE < VT-BUGUN
                 MOVE 'S' TO TF-DURUM
                 PERFORM REWRITE-TEKLIF
                 MOVE 4 TO E-NEDEN
                 PERFORM KAYIP-SATIR-YAZ THRU KAYIP-SATIR-YAZ-SON
              END-IF
           END-IF.
           MOVE TF-EVRAKNO TO B-EVRAKNO.
