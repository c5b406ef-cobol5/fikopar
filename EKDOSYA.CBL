                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
            WHEN 3 DISPLAY 'CEK FOTOKOPI ' LINE SATIR POSITION 6
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
            WHEN 4 DISPLAY 'FOTOGRAF     ' LINE SATIR POSITION 6
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
            WHEN OTHER DISPLAY 'DIGER        ' LINE SATIR
                 POSITION 6 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-EVALUATE.
           MOVE G-DTIP TO EK-DTIP.
           MOVE G-REFNO TO EK-REFNO.
           MOVE 1 TO EK-SIRA.
           DISPLAY 'TUR (1=TESLIM 2=SOZLESME 3=CEK 4=FOTO 9=DIGER) :'
              LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 1 TO E-TUR.
           ACCEPT E-TUR LINE 31 POSITION 51 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE EKDOSYA GO EK-KAYDET-TEMIZLE.
