               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 GECIKME-GUN       PIC S9(5).
           02 GUN-SAYIM         PIC X.
           02 T-BAKIYE          PIC S9(13)V99.
           02 B-TARIH.
               03 BB-YIL            PIC 9999.
           02 MP-DOSYA          PIC X(28).
           02 FILLER            PIC X VALUE SPACE.
           02 MP-KONU           PIC X(15).
       copy 'isgunu.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           DISPLAY 'KOSU BASLATILSIN MI (E/H) ?' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO O-HESAPNO.
           IF F = 27 GO STOP-PROGRAM.
           GO SON-TUS.
       STOP-PROGRAM.
           CANCEL 'ISGUNU'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
      * gecici dosya tarih sirasinda gezilir; bakiye eksiden
      * artiya gectigi an borcun yaslanma baslangicidir
       HESAP-TARIHLE.
           MOVE ZEROS TO T-BAKIYE B-TARIH.
           IF O-HESAPNO = SPACES GO HESAP-TARIHLE-SON.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
           READ TEMPFILE NEXT AT END GO HESAP-TARIHLE-SON.
           IF T-BAKIYE NOT > ZEROS
              AND (T-BAKIYE + TP-BORC - TP-ALACAK) > ZEROS
              MOVE TP-TARIH TO B-TARIH.
           COMPUTE T-BAKIYE = T-BAKIYE + TP-BORC - TP-ALACAK.
           GO HESAP-TARIHLE-OKU.
       HESAP-TARIHLE-SON.
           IF T-BAKIYE NOT > ZEROS
              PERFORM IHTAR-SIFIRLA THRU IHTAR-SIFIRLA-SON
              GO HESAP-DEGERLENDIR-SON.
           IF B-TARIH = ZEROS GO HESAP-DEGERLENDIR-SON.
      * vade anlasmasi is gunu diyen musteride gecikme is gunudur
           MOVE 'F' TO IG-ISLEM.
           MOVE O-HESAPNO TO IG-HESAPNO.
           MOVE B-TARIH TO IG-TARIH1.
           MOVE BUGUN TO IG-TARIH2.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-GECIKME TO GECIKME-GUN.
           MOVE IG-SAYIM TO GUN-SAYIM.
           MOVE ZEROS TO YENI-SEVIYE.
           IF GECIKME-GUN > SEVIYE1-GUN MOVE 1 TO YENI-SEVIYE.
           IF GECIKME-GUN > SEVIYE2-GUN MOVE 2 TO YENI-SEVIYE.
              DELIMITED BY SIZE INTO MEKTUP-SATIR.
           WRITE MEKTUP-SATIR.
           MOVE SPACES TO MEKTUP-SATIR.
           IF GUN-SAYIM = 'I'
              STRING 'GECIKME ' GECIKME-GUN ' IS GUNUNE ULASMISTIR. '
                 'ODEMENIZI RICA EDERIZ.'
                 DELIMITED BY SIZE INTO MEKTUP-SATIR
           ELSE
              STRING 'GECIKME ' GECIKME-GUN ' GUNE ULASMISTIR. '
                 'ODEMENIZI RICA EDERIZ.'
                 DELIMITED BY SIZE INTO MEKTUP-SATIR
           END-IF.
           WRITE MEKTUP-SATIR.
           IF YENI-SEVIYE = 3
              MOVE SPACES TO MEKTUP-SATIR
