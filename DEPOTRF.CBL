           02 TR-KAYNAK         PIC 9999.
           02 TR-HEDEF          PIC 9999.
           02 TR-MIKTAR         PIC 9(9).
           02 TR-DEPO           PIC 9999.
           02 TR-BUGUN.
               03 TR-YIL             PIC 9999.
               03 TR-AY              PIC 99.
           02 Z-STOKADI         PIC X(60).
           02 Z-DEPADI          PIC X(30).
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'onayvar.cpy'.
       copy 'eksistok.var'.
       copy 'stayg.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
               DISPLAY SCR
               GO KATNO-AL
           END-READ.
           IF ST-HIZMET
               MOVE 'HIZMET KALEMI TRANSFER EDILMEZ' TO ONAY-MESSAGE
               MOVE 'H' TO E-ONAY
               PERFORM WARN-MESSAGE
               DISPLAY SCR
               GO KATNO-AL.
           MOVE ST-CINSI TO Z-STOKADI.
           DISPLAY Z-STOKADI LINE 11 POSITION 30
                CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           PERFORM ONAY-AL THRU ONAY-AL-SON.
           IF E-ONAY = 'H' OR E-ONAY = 'h' GO KATNO-AL.
           PERFORM STOK-DENETIM THRU STOK-DENETIM-SON.
           IF ES-ENGELLENDI
               MOVE 'KAYNAK DEPODA STOK YETERSIZ' TO ONAY-MESSAGE
               MOVE 'H' TO E-ONAY
               PERFORM WARN-MESSAGE
               DISPLAY SCR
               GO KATNO-AL.
           PERFORM TRANSFER-YAP THRU TRANSFER-YAP-SON.
           MOVE 'TRANSFER TAMAMLANDI' TO ONAY-MESSAGE.
           MOVE 'H' TO E-ONAY.
           GO KATNO-AL.
       STOP-PROGRAM.
           CLOSE STOK DEPO STOKADET.
           CANCEL 'EKSISTOK'.
           EXIT PROGRAM.
           STOP RUN.
       copy 'onayper.cpy'.

      * her transfer iki depoda kendi sira numarasiyla yazilir;
      * sira 0 yil acilis devrine ayrilmistir
       TRANSFER-YAP.
           MOVE TR-KAYNAK TO TR-DEPO.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE ZEROS TO STA-GIR.
           MOVE TR-MIKTAR TO STA-CIK.
           PERFORM WRITE-STOKADET THRU END-WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           MOVE TR-HEDEF TO TR-DEPO.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE TR-MIKTAR TO STA-GIR.
           MOVE ZEROS TO STA-CIK.
           PERFORM WRITE-STOKADET THRU END-WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
       TRANSFER-YAP-SON.

       SIRA-BUL.
           MOVE TR-KATNO TO STA-KATNO.
           MOVE TR-STNO TO STA-STNO.
           MOVE TR-DEPO TO STA-DEPONO.
           MOVE TR-YIL TO STA-YIL.
           MOVE 99999 TO STA-SIRA.
           START STOKADET KEY IS NOT GREATER THAN STA-KEY
              INVALID KEY MOVE ZEROS TO STA-SIRA
              NOT INVALID KEY
                 READ STOKADET PREVIOUS
                    AT END MOVE ZEROS TO STA-SIRA
                    NOT AT END
                       IF STA-KATNO NOT = TR-KATNO
                          OR STA-STNO NOT = TR-STNO
                          OR STA-DEPONO NOT = TR-DEPO
                          OR STA-YIL NOT = TR-YIL
                          MOVE ZEROS TO STA-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO STA-SIRA.
           MOVE TR-KATNO TO STA-KATNO.
           MOVE TR-STNO TO STA-STNO.
           MOVE TR-DEPO TO STA-DEPONO.
           MOVE TR-YIL TO STA-YIL.
           MOVE TR-AY TO STA-AY.
           MOVE TR-GUN TO STA-GUN.
           MOVE 1 TO STA-TIP.
       SIRA-BUL-SON.

      * kaynak depodan cikis eksi stok politikasina gore denetlenir
       STOK-DENETIM.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE TR-KAYNAK TO ES-DEPONO.
           MOVE 'DEPOTRF' TO ES-PROGRAM.
           STRING 'TRF' TR-KAYNAK '-' TR-HEDEF DELIMITED BY SIZE
              INTO ES-EVRAKNO.
           MOVE TR-KATNO TO ES-KATNO.
           MOVE TR-STNO TO ES-STNO.
           MOVE TR-MIKTAR TO ES-MIKTAR.
           CALL 'EKSISTOK' USING ES-ISTEK.
       STOK-DENETIM-SON.
       copy fileop.cpy REPLACING ==%T%== BY ==STOKADET==
                                   "%T%"  BY "STOKADET"
                                  ==%R%== BY ==STA-KAYIT==.
       copy 'stayadet.per'.
