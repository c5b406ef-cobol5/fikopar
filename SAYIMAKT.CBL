       77 BK-FARK               PIC S9(12)V9999.
       copy 'status.cpy'.
	   copy 'fileop.var'.
	   copy 'stayg.var'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           PERFORM REWRITE-SAYIM.
      
       STOK-ADET.
           MOVE SY-KATNO TO ST-KATNO.
           MOVE SY-STNO TO ST-STNO.
           READ STOK
              NOT INVALID KEY
                 IF ST-HIZMET GO STOK-ADET-SON END-IF
           END-READ.
           MOVE SY-KATNO TO STA-KATNO.
           MOVE SY-STNO TO STA-STNO.
           MOVE SY-DEPONO TO STA-DEPONO.
			PERFORM WRITE-STOKADET
            
           END-READ.
           PERFORM AYLIK-ADET-CIKAR.
           IF FLAG = 0
             SUBTRACT SY-ADET FROM STA-GIR
             COMPUTE BK-FARK = 0 - SY-ADET
            PERFORM DELETE-STOKADET
           ELSE
            PERFORM REWRITE-STOKADET
            PERFORM AYLIK-ADET-EKLE
           END-IF.
           PERFORM BAKIYE-GUNCELLE THRU BAKIYE-GUNCELLE-SON.
       STOK-ADET-SON.
                                  "%T%"  BY "SAYIM"
                                 ==%R%== BY ==SY-KAYIT==.
       
       copy 'stayadet.per'.
