       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'stok.cpy'.
       copy 'stokay.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'stokay.cpz'.
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT STOK STOKAY.
           MOVE LOW-VALUES TO ST-KEY.
           START STOK KEY IS NOT LESS THAN ST-KEY
              INVALID KEY GO TOPLA-KAPAT.
       TOPLA-OKU.
           READ STOK NEXT AT END GO TOPLA-KAPAT.
           IF ST-HIZMET GO TOPLA-OKU.
           IF ST-BAKIYE NOT > ZEROS GO TOPLA-OKU.
           PERFORM DEPO-TARA THRU DEPO-TARA-SON.
           MOVE ST-MALIYET TO BIRIM.
           END-PERFORM.
           GO TOPLA-OKU.
       TOPLA-KAPAT.
           CLOSE STOK STOKAY.
       TOPLA-SON.

      * kalemin depo bazinda bakiye-yili miktari ve tum yillarin
      * son cikis tarihi aylik stok ozetinden (STOKAY) toplanir
       DEPO-TARA.
           MOVE ZEROS TO DB-SAYI.
           MOVE ST-KATNO TO STY-KATNO.
           MOVE ST-STNO TO STY-STNO.
           MOVE ZEROS TO STY-DEPONO STY-YIL STY-AY.
           START STOKAY KEY IS NOT LESS THAN STY-KEY
              INVALID KEY GO DEPO-TARA-SON.
       DEPO-TARA-OKU.
           READ STOKAY NEXT AT END GO DEPO-TARA-SON.
           IF STY-KATNO NOT = ST-KATNO OR STY-STNO NOT = ST-STNO
              GO DEPO-TARA-SON.
           PERFORM DEPO-SLOT-BUL THRU DEPO-SLOT-BUL-SON.
           IF DI > 50 GO DEPO-TARA-OKU.
           IF STY-YIL = ST-BAKIYE-YIL
              COMPUTE DB-ADET(DI) = DB-ADET(DI)
                 + STY-GIR - STY-CIK.
           IF STY-SON-CIKIS > DB-SON(DI)
              MOVE STY-SON-CIKIS TO DB-SON(DI).
           GO DEPO-TARA-OKU.
       DEPO-TARA-SON.

           IF DI > DB-SAYI
              IF DI NOT > 50
                 MOVE DI TO DB-SAYI
                 MOVE STY-DEPONO TO DB-DEPONO(DI)
                 MOVE ZEROS TO DB-ADET(DI) DB-SON(DI)
              END-IF
              GO DEPO-SLOT-BUL-SON.
           IF DB-DEPONO(DI) = STY-DEPONO GO DEPO-SLOT-BUL-SON.
           ADD 1 TO DI.
           GO DEPO-SLOT-TARA.
       DEPO-SLOT-BUL-SON.
