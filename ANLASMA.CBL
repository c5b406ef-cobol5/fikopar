           02 TST-ADET                    PIC S9(12)V9999.
           02 TST-FIYAT                  PIC 9(10)V9999.
           02 TST-BARKOD                 PIC X(20).
       copy 'kilit.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
                    GO TUS.
           GO TUS.
       STOP-PROGRAM.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           STOP RUN.

       MUSTERI-SEC.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           DISPLAY 'HESAP :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-HESAPNO LINE 4 POSITION 10.
      * musterinin anlasmalari baska kullanicida ise salt okunur
           MOVE 'ANLASMA' TO KLT-DOSYA.
           MOVE E-HESAPNO TO KLT-ANAHTAR.
           PERFORM KILIT-AL THRU KILIT-AL-SON.
           IF SALT-OKU = 1
              PERFORM SALT-OKU-UYAR
           ELSE
              DISPLAY SPACES LINE 4 POSITION 30 SIZE 49
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM LISTELE THRU LISTELE-SON.
       MUSTERI-SEC-SON.

           READ ANLASMA NEXT AT END GO LISTELE-KAPAT.
           IF AN-HESAPNO NOT = E-HESAPNO GO LISTELE-KAPAT.
           IF SATIR > 30 GO LISTELE-KAPAT.
           IF AN-KAPSAM-VADE
              PERFORM VADE-SATIR THRU VADE-SATIR-SON
              ADD 1 TO SATIR
              GO LISTELE-OKU.
           MOVE AN-ISK1 TO Z-ISK.
           IF AN-KAPSAM-STOK
              DISPLAY AN-SIRA LINE SATIR POSITION 2
           CLOSE ANLASMA.
       LISTELE-SON.

      * vade kosulu satiri: gecikme gunlerinin sayimi
       VADE-SATIR.
           IF AN-ISGUNU-SAYIM
              DISPLAY AN-SIRA LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 'VADE ' LINE SATIR POSITION 6
                 'GECIKME IS GUNU SAYILIR' LINE SATIR POSITION 12
           ELSE
              DISPLAY AN-SIRA LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 'VADE ' LINE SATIR POSITION 6
                 'GECIKME TAKVIM GUNU SAYILIR' LINE SATIR POSITION 12
           END-IF.
           DISPLAY AN-BGUN LINE SATIR POSITION 56
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' AN-BAY '/' AN-BYIL.
       VADE-SATIR-SON.

      * kapsam: 1 belirli stok, 2 tip grubu (ST-TIPI metni),
      * 3 vade kosulu (gecikme gunu takvim ya da is gunu)
       ANLASMA-EKLE.
           IF E-HESAPNO = SPACES GO ANLASMA-EKLE-SON.
           IF SALT-OKU = 1
              PERFORM SALT-OKU-UYAR GO ANLASMA-EKLE-SON.
           DISPLAY 'KAPSAM (1=STK 2=GRP 3=VADE):' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 2 TO E-KAPSAM.
           ACCEPT E-KAPSAM LINE 31 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ANLASMA-EKLE-TEMIZLE.
           IF E-KAPSAM NOT = 1 AND E-KAPSAM NOT = 2
              AND E-KAPSAM NOT = 3
              MOVE 2 TO E-KAPSAM.
           INITIALIZE AN-KAYIT TST-KAYIT.
           MOVE E-KAPSAM TO AN-KAPSAM.
           IF AN-KAPSAM-VADE GO VADE-KOSUL.
           IF AN-KAPSAM-STOK
              CALL 'STOKSEC' USING TST-KAYIT MAX-YIL
                 BY CONTENT 0017 1
           ACCEPT Z-ISK LINE 31 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-ISK TO AN-ISK2.
       BITIS-AL.
           DISPLAY 'BITIS (G/A/Y) :' LINE 31 POSITION 34
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT AN-BGUN LINE 31 POSITION 50 UPDATE
       ANLASMA-EKLE-TEMIZLE.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 70
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           GO ANLASMA-EKLE-SON.
      * vade kosulunda iskonto yoktur; VADERAP, VADEFARK ve IHTAR
      * gecikmeyi buna gore sayar
       VADE-KOSUL.
           DISPLAY 'GUN SAYIMI (T=TAKVIM I=IS GUNU) :'
              LINE 31 POSITION 32
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'I' TO AN-GUN-SAYIM.
           ACCEPT AN-GUN-SAYIM LINE 31 POSITION 66 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ANLASMA-EKLE-TEMIZLE.
           IF AN-GUN-SAYIM = 'i' MOVE 'I' TO AN-GUN-SAYIM.
           IF AN-GUN-SAYIM NOT = 'I' MOVE 'T' TO AN-GUN-SAYIM.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 70
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           GO BITIS-AL.
       ANLASMA-EKLE-SON.

       ANLASMA-SIL.
           IF E-HESAPNO = SPACES GO ANLASMA-SIL-SON.
           IF SALT-OKU = 1
              PERFORM SALT-OKU-UYAR GO ANLASMA-SIL-SON.
           DISPLAY 'SILINECEK SIRA :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-SIRA.
           PERFORM LISTELE THRU LISTELE-SON.
       ANLASMA-SIL-SON.

      * kayit baska kullanicida: kimde oldugu hesabin yaninda
       SALT-OKU-UYAR.
           DISPLAY KLT-MESAJ LINE 4 POSITION 30 SIZE 49
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.

       copy 'kilit.per'.

       copy fileop.cpy REPLACING ==%T%== BY ==ANLASMA==
                                  "%T%"  BY "ANLASMA"
                                 ==%R%== BY ==AN-KAYIT==.
