       copy 'numara.var'.
       copy 'onayvar.cpy'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'win.cpy'. 
       LINKAGE SECTION.
       77 G-TIP               PIC 99.
       AKTAR-YAZ.
	       PERFORM WRITE-HAREKET-DETAY.
		   IF WVAR = 0 ADD 1 TO HD-SIRA GO AKTAR-YAZ.
           PERFORM AYLIK-SATIS-EKLE.
           ADD 1 TO DP-SIRA.
           GO AKTAR-OKU.
       AKTAR-SON.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy 'staysat.per'.
