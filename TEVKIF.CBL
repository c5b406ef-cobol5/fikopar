           02 E-KOD             PIC 9(3).
           02 E-PAY             PIC 99.
           02 E-PAYDA           PIC 99.
       copy 'kilit.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
           DISPLAY 'ORAN (PAY/PAYDA):' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 10 POSITION 23.
      * kaydetme ya da vazgecme ile evrak basina donulur; eldeki
      * kilit burada birakilir
       EVRAK-AL.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           MOVE 3 TO E-TIP.
           MOVE SPACES TO E-EVRAKNO.
           ACCEPT E-TIP LINE 4 POSITION 20 UPDATE
                 GO EVRAK-AL.
           DISPLAY HS-HESAPADI(1:45) LINE 7 POSITION 20
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'HAREKET' TO KLT-DOSYA.
           MOVE HS-KEY TO KLT-ANAHTAR.
           PERFORM KILIT-AL THRU KILIT-AL-SON.
           IF SALT-OKU = 1
              DISPLAY KLT-MESAJ LINE 12 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE HAREKET-SICIL
              GO EVRAK-AL.
           MOVE HS-TEVKIF-KOD TO E-KOD.
           MOVE HS-TEVKIF-PAY TO E-PAY.
           MOVE HS-TEVKIF-PAYDA TO E-PAYDA.
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.
       copy 'kilit.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-SICIL==
                                  "%T%"  BY "HAREKET-SICIL"
                                 ==%R%== BY ==HS-KAYIT==.
