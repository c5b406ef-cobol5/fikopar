       77 OKUDOS                PIC X(100).
       77 BK-FARK               PIC S9(12)V9999.
       copy 'donem.var'.
       copy 'eksistok.var'.
       copy 'status.cpy'.
	   copy 'fileop.var'.
	   copy 'stayg.var'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
                 PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL
           END-READ.
           IF DNK-KILITLI = 1 GO DOSYA-OKU.
      * hizmet / masraf kalemine yeni stok hareketi acilmaz
           IF OK-OP = 1
              MOVE OK-KATNO TO ST-KATNO
              MOVE OK-STNO TO ST-STNO
              READ STOK
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF ST-HIZMET GO DOSYA-OKU END-IF
              END-READ.
      *    a change that takes stock out of the depot is held to
      *    the negative-stock policy; refused records are skipped
           PERFORM STOK-DENETIM THRU STOK-DENETIM-SON.
           IF ES-ENGELLENDI GO DOSYA-OKU.
           IF OK-OP = 0 PERFORM DELETE-ADET.
           IF OK-OP = 1 PERFORM INSERT-ADET.
           IF OK-OP = 2 PERFORM UPDATE-ADET.
           GO DOSYA-OKU.
       DOSYA-OKU-SON.
           CLOSE OKU STOKADET STOK.
           CANCEL 'EKSISTOK'.
           EXIT PROGRAM.
           STOP RUN.

           MOVE OK-CIK TO ADL-YENI-CIK.
           MOVE OK-KAYIT TO STA-KAYIT.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           COMPUTE BK-FARK = OK-GIR - OK-CIK.
           PERFORM BAKIYE-GUNCELLE THRU BAKIYE-GUNCELLE-SON.
           PERFORM ADT-LOG-YAZ THRU ADT-LOG-YAZ-SON.
           MOVE STA-CIK TO ADL-ONCEKI-CIK.
           MOVE ZEROS TO ADL-YENI-GIR ADL-YENI-CIK.
           COMPUTE BK-FARK = 0 - (STA-GIR - STA-CIK).
           PERFORM AYLIK-ADET-CIKAR.
           PERFORM DELETE-STOKADET.
           PERFORM BAKIYE-GUNCELLE THRU BAKIYE-GUNCELLE-SON.
           PERFORM ADT-LOG-YAZ THRU ADT-LOG-YAZ-SON.
           MOVE OK-GIR TO ADL-YENI-GIR.
           MOVE OK-CIK TO ADL-YENI-CIK.
           COMPUTE BK-FARK = (OK-GIR - OK-CIK) - (STA-GIR - STA-CIK).
           PERFORM AYLIK-ADET-CIKAR.
           MOVE OK-KAYIT TO STA-KAYIT.
           PERFORM REWRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           PERFORM BAKIYE-GUNCELLE THRU BAKIYE-GUNCELLE-SON.
           PERFORM ADT-LOG-YAZ THRU ADT-LOG-YAZ-SON.

           REWRITE ST-KAYIT.
       BAKIYE-GUNCELLE-SON.

      *    net effect of the record on the depot; only a decrease
      *    is checked. the import runs unattended, so EKSISTOK is
      *    called silently and logs what it lets through or refuses
       STOK-DENETIM.
           MOVE ZEROS TO ES-SONUC.
           MOVE OK-KAYIT TO STA-KAYIT.
           READ STOKADET
              INVALID KEY MOVE ZEROS TO STA-GIR STA-CIK
           END-READ.
           IF OK-OP = 0
              COMPUTE BK-FARK = 0 - (STA-GIR - STA-CIK).
           IF OK-OP = 1
              COMPUTE BK-FARK = OK-GIR - OK-CIK.
           IF OK-OP = 2
              COMPUTE BK-FARK = (OK-GIR - OK-CIK) - (STA-GIR - STA-CIK).
           IF BK-FARK NOT < ZEROS GO STOK-DENETIM-SON.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE 1 TO ES-SESSIZ.
           MOVE OK-KATNO TO ES-KATNO.
           MOVE OK-STNO TO ES-STNO.
           MOVE OK-DEPONO TO ES-DEPONO.
           COMPUTE ES-MIKTAR = 0 - BK-FARK.
           MOVE 'ADETAKT' TO ES-PROGRAM.
           CALL 'EKSISTOK' USING ES-ISTEK.
       STOK-DENETIM-SON.

       ADT-LOG-YAZ.
           MOVE OK-OP TO ADL-OP.
           MOVE OK-KATNO TO ADL-KATNO.
                                  "%T%"  BY "ADTLOG"
                                 ==%R%== BY ==ADL-KAYIT==.
       copy 'donem.per'.
       copy 'stayadet.per'.
