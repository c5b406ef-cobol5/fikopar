           02 YZ-TUTAR          PIC -------------,--.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           MOVE DZ-ADET TO STA-GIR.
           MOVE ZEROS TO STA-CIK.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
       HURDA-GIRIS-SON.

       ACIK-LISTE.
       copy fileop.cpy REPLACING ==%T%== BY ==STOKADET==
                                  "%T%"  BY "STOKADET"
                                 ==%R%== BY ==STA-KAYIT==.
       copy 'stayadet.per'.
