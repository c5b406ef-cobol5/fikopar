               03 DB-BAKIYE         PIC S9(12)V9999.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
              INVALID KEY GO STOK-DEVIR-KAPAT.
       STOK-OKU.
           READ STOK NEXT AT END GO STOK-DEVIR-KAPAT.
           IF ST-HIZMET GO STOK-OKU.
           PERFORM DEPO-TOPLA THRU DEPO-TOPLA-SON.
           IF DB-SAYI = ZEROS GO STOK-OKU.
           MOVE ZEROS TO T-BAKIYE.
              COMPUTE STA-CIK = 0 - DB-BAKIYE(DI)
           END-IF.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
       STOK-DEVIR-YAZ-SON.

      * portfoyde ya da bankada bekleyen cek/senetler zaten canli
       copy fileop.cpy REPLACING ==%T%== BY ==STOKADET==
                                  "%T%"  BY "STOKADET"
                                 ==%R%== BY ==STA-KAYIT==.
       copy 'stayadet.per'.
