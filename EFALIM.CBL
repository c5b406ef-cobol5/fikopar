       copy 'niyet.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'onayvar.cpy'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       ALIS-SATIR-YAZ-SON.

       STOK-GIRIS.
           MOVE FT-KATNO(I) TO ST-KATNO.
           MOVE FT-STNO(I) TO ST-STNO.
           READ STOK
              NOT INVALID KEY
                 IF ST-HIZMET GO STOK-GIRIS-SON END-IF
           END-READ.
           MOVE FT-KATNO(I) TO STA-KATNO.
           MOVE FT-STNO(I) TO STA-STNO.
           MOVE E-DEPONO TO STA-DEPONO.
           MOVE FT-ADET(I) TO STA-GIR.
           MOVE ZEROS TO STA-CIK.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           MOVE FT-KATNO(I) TO ST-KATNO.
           MOVE FT-STNO(I) TO ST-STNO.
           READ STOK INVALID KEY GO STOK-GIRIS-SON.
       copy fileop.cpy REPLACING ==%T%== BY ==STOK==
                                  "%T%"  BY "STOK"
                                 ==%R%== BY ==ST-KAYIT==.
       copy 'stayadet.per'.
