           02 B-ALIS                PIC Z(5)9,9999.
           02 FILLER                PIC X(4) VALUE SPACES.
           02 B-SATIS               PIC Z(5)9,9999.
           02 FILLER                PIC X(3) VALUE SPACES.
           02 B-KAYNAK              PIC X(5).
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
              'TARIH :' LINE 4 POSITION 2.
           DISPLAY SPACES LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 47
              'DOVIZ  ALIS        SATIS            KAYNAK'
              LINE 6 POSITION 2.
           DISPLAY SPACES LINE 28 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F5 ' 'ONCEKI GUNDEN KOPYALA' REVERSE
           MOVE E-DOVIZ TO KR-DOVIZ.
           MOVE Z-ALIS TO KR-ALIS.
           MOVE Z-SATIS TO KR-SATIS.
      * elle duzeltilen kur gece aktariminda ezilmez
           MOVE 'E' TO KR-KAYNAK.
           PERFORM REWRITE-KURLAR.
           IF WVAR = 0 PERFORM WRITE-KURLAR.
           PERFORM GUN-LISTELE THRU GUN-LISTELE-SON.
           MOVE KR-DOVIZ TO B-DOVIZ.
           MOVE KR-ALIS TO B-ALIS.
           MOVE KR-SATIS TO B-SATIS.
           MOVE SPACES TO B-KAYNAK.
           IF KR-KAYNAK = 'T' MOVE 'TCMB' TO B-KAYNAK.
           IF KR-KAYNAK = 'D' MOVE 'DEVIR' TO B-KAYNAK.
           DISPLAY BILGI LINE SATIR POSITION 2
                CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           MOVE KL-DOVIZ(KI) TO KR-DOVIZ.
           MOVE KL-ALIS(KI) TO KR-ALIS.
           MOVE KL-SATIS(KI) TO KR-SATIS.
           MOVE 'E' TO KR-KAYNAK.
           PERFORM WRITE-KURLAR.
           SUBTRACT 1 FROM KI.
           GO ONCEKI-GUN-YAZ.
