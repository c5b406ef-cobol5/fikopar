                 CLOSE STOK
                 GO BILESEN-EKLE-SON.
           CLOSE STOK.
           IF ST-HIZMET
              DISPLAY 'HIZMET KALEMI BILESEN OLAMAZ !!!'
                 LINE 10 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO BILESEN-EKLE-SON.
           OPEN I-O STOKBOM.
           MOVE E-KATNO TO BOM-KATNO.
           MOVE E-STNO TO BOM-STNO.
