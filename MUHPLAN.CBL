
      * kaynak 1 icin kod HS-TIP, 2 icin KS-SEKILNO, 3 icin
      * CS-TIP * 10 + CS-DURUM (or. musteri ceki tahsili 12,
      * verilen cek odemesi 52), 8 icin fire nedeni (1 hasar,
      * 2 miad, 3 calinti, 4 ic kullanim, 5 numune): borc gider,
      * alacak stok hesabi
       KURAL-GIRIS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KAYNAK (1=HAREKET 2=KASA 3=CEKSENET 8=FIRE) :'
              LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'KOD (TIP/SEKILNO/DURUM) :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 1 TO E-KAYNAK.
           MOVE ZEROS TO E-KURALKOD.
           ACCEPT E-KAYNAK LINE 5 POSITION 48 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KURAL-GIRIS-SON.
           IF E-KAYNAK < 1 OR E-KAYNAK > 3 AND NOT = 8
              GO KURAL-GIRIS-SON.
           ACCEPT E-KURALKOD LINE 7 POSITION 28 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
