           02 OI                PIC 99.
           02 SEG-BAS           PIC 9(12)V9999.
           02 SEG-SON           PIC 9(12)V9999.
           02 SEG-GUN           PIC S9(5)V9.
           02 SEG-BAS-TARIH     PIC 9(8).
           02 SEG-SON-TARIH     PIC 9(8).
           02 VADE-TARIH        PIC 9(8).
           02 GUN-SAYIM         PIC X.
           02 Z-TUTAR           PIC -(11)9,99.
           02 Z-FAIZ            PIC -(11)9,99.
           02 Z-ORAN            PIC ZZ9,99.
       01 ORAN-TABLO.
           02 ORAN-SATIRI OCCURS 20 TIMES.
               03 OT-BAS            PIC 9(12)V9999.
               03 OT-TARIH          PIC 9(8).
               03 OT-ORAN           PIC 9(3)V99.
       01 MEKTUP-DOSYA.
           02 FILLER            PIC X(9) VALUE 'DATA\VDF_'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'numara.var'.
       copy 'isgunu.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
              ' F3 ' 'TAHAKKUK ET' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE 'N' TO IG-ISLEM.
           MOVE BUGUN TO IG-TARIH1.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-SONUC-NO TO VT-BUGUN.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 3 PERFORM TAHAKKUK THRU TAHAKKUK-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CANCEL 'ISGUNU'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           READ VFAIZ NEXT AT END CLOSE VFAIZ GO ORAN-YUKLE-SON.
           IF ORAN-SAYI NOT < 20 CLOSE VFAIZ GO ORAN-YUKLE-SON.
           ADD 1 TO ORAN-SAYI.
           MOVE 'N' TO IG-ISLEM.
           MOVE VF-BASTARIH TO IG-TARIH1 OT-TARIH(ORAN-SAYI).
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-SONUC-NO TO OT-BAS(ORAN-SAYI).
           MOVE VF-ORAN TO OT-ORAN(ORAN-SAYI).
           GO ORAN-YUKLE-OKU.
       ORAN-YUKLE-SON.

      * tek acik kalemin faizi: vade gununden bugune, oran
      * donemlerine bolunerek aylik oran uzerinden gun bazli.
      * vade anlasmasi is gunu diyen musteride donem gunleri is
      * gunu sayilir
       KALEM-FAIZ.
           MOVE ZEROS TO K-FAIZ.
           IF ORAN-SAYI = ZEROS GO KALEM-FAIZ-SON.
           PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > ORAN-SAYI
              MOVE OT-BAS(OI) TO SEG-BAS
              MOVE OT-TARIH(OI) TO SEG-BAS-TARIH
              IF SEG-BAS < VT-VADE
                 MOVE VT-VADE TO SEG-BAS
                 MOVE VADE-TARIH TO SEG-BAS-TARIH
              END-IF
              MOVE VT-BUGUN TO SEG-SON
              MOVE BUGUN TO SEG-SON-TARIH
              IF OI < ORAN-SAYI
                 IF OT-BAS(OI + 1) < VT-BUGUN
                    MOVE OT-BAS(OI + 1) TO SEG-SON
                    MOVE OT-TARIH(OI + 1) TO SEG-SON-TARIH
                 END-IF
              END-IF
              IF SEG-SON > SEG-BAS
                 COMPUTE SEG-GUN = SEG-SON - SEG-BAS
                 IF GUN-SAYIM = 'I'
                    MOVE 'F' TO IG-ISLEM
                    MOVE SPACES TO IG-HESAPNO
                    MOVE SEG-BAS-TARIH TO IG-TARIH1
                    MOVE SEG-SON-TARIH TO IG-TARIH2
                    CALL 'ISGUNU' USING IG-ISTEK
                    MOVE IG-IS-GUNU TO SEG-GUN
                 END-IF
                 COMPUTE K-FAIZ = K-FAIZ + ACIK-TUTAR
                    * OT-ORAN(OI) / 100 * SEG-GUN / 30
              END-IF
                 LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FAIZ-DOKUM-SON.
      * musterinin vade anlasmasindaki gun sayimi
           MOVE 'F' TO IG-ISLEM.
           MOVE E-HESAPNO TO IG-HESAPNO.
           MOVE BUGUN TO IG-TARIH1 IG-TARIH2.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-SAYIM TO GUN-SAYIM.
           MOVE E-HESAPNO TO MD-HESAP.
           INSPECT MD-HESAP REPLACING ALL ' ' BY '_'.
           OPEN OUTPUT MEKTUP.
           STRING 'VADE FARKI DOKUMU - ' E-HESAPNO
              DELIMITED BY SIZE INTO MEKTUP-SATIR.
           WRITE MEKTUP-SATIR.
           IF GUN-SAYIM = 'I'
              MOVE 'GECIKME GUNLERI IS GUNU OLARAK SAYILMISTIR'
                 TO MEKTUP-SATIR
              WRITE MEKTUP-SATIR
           END-IF.
           MOVE ZEROS TO T-FAIZ.
           MOVE 5 TO SATIR.
           OPEN INPUT CARHAR KAPAMA.
              INVALID KEY CONTINUE.
           READ CARHAR NEXT AT END CONTINUE.
           IF ACIK-TUTAR NOT > ZEROS GO FAIZ-OKU.
      * standart vade is gunune kaydirilir
           MOVE 'E' TO IG-ISLEM.
           MOVE CH-TARIH TO IG-TARIH1.
           MOVE VADE-GUN TO IG-GUN.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-SONUC-NO TO VT-VADE.
           MOVE IG-SONUC-TARIH TO VADE-TARIH.
           IF VT-VADE NOT < VT-BUGUN GO FAIZ-OKU.
           PERFORM KALEM-FAIZ THRU KALEM-FAIZ-SON.
           IF K-FAIZ NOT > ZEROS GO FAIZ-OKU.
