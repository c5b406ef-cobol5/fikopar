           02 Z-MEV             PIC ---.---.---,--.
           02 SAYAC             PIC 9(5).
           02 Z-SAYAC           PIC Z(4)9.
           02 MAHSUP-TUTAR      PIC S9(13)V99.
       01 TST-KAYIT.
           02 TST-KEY.
               03 TST-KATNO              PIC 9999.
           DISPLAY 'DUSULEN SIPARIS SATIRI :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 7 POSITION 27.
      * siparisin acik avanslari bu faturaya mahsup edilir
           IF F-EVRAKNO NOT = SPACES
              CALL 'AVANSMAH' USING E-EVRAKNO F-EVRAKNO MAHSUP-TUTAR
              CANCEL 'AVANSMAH'
              IF MAHSUP-TUTAR NOT = ZEROS
                 MOVE MAHSUP-TUTAR TO Z-MEV
                 DISPLAY 'MAHSUP EDILEN AVANS    :' LINE 8 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                    Z-MEV LINE 8 POSITION 27
              END-IF
           END-IF.
           ACCEPT F FROM ESCAPE KEY.
       FATURA-DUS-SON.

