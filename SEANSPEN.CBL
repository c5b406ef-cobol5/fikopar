           02 B-SON                 PIC X(16).
           02 FILLER                PIC X VALUE ' '.
           02 B-ZORLA               PIC X.
       copy 'kilit.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
           MOVE 'E' TO SN-ZORLA.
           PERFORM REWRITE-SEANS.
           CLOSE SEANS.
           PERFORM KILIT-TEMIZLE.
       OTURUM-DUSUR-SON.

      * kapanmadan kalan (takilmis) oturum kaydini temizler
              INVALID KEY CLOSE SEANS GO KAYIT-SIL-SON.
           PERFORM DELETE-SEANS.
           CLOSE SEANS.
           PERFORM KILIT-TEMIZLE.
       KAYIT-SIL-SON.

      * dusurulen kullanicinin degistirmek icin tuttugu kayitlar
      * serbest birakilir
       KILIT-TEMIZLE.
           MOVE 'T' TO KLT-ISLEM.
           MOVE SL-KULLANICI(E-SIRA) TO KLT-KULLANICI.
           CALL 'KAYITKIL' USING KLT-ISTEK.

       copy fileop.cpy REPLACING ==%T%== BY ==SEANS==
                                  "%T%"  BY "SEANS"
                                 ==%R%== BY ==SN-KAYIT==.
