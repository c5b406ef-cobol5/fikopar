       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'stok.cpy'.
       copy 'degislog.cpy'.
       copy 'oturum.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'degislog.cpz'.
       copy 'oturum.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 E-STNO            PIC X(15).
           02 E-GARANTI         PIC 9(3).
           02 E-DEPOZITO        PIC 9(8)V99.
           02 E-SINIF           PIC X.
           02 E-GTIP            PIC X(12).
           02 E-AGIRLIK         PIC 9(5)V999.
           02 E-SKT             PIC X.
           02 E-RAF-AY          PIC 9(3).
       01 ED-KART               PIC X(400).
       copy 'degis.var'.
       copy 'oturum.var'.
       copy 'kilit.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       BEGIN-PROGRAM.
      * stok kartinin garanti suresi ve depozito bedeli burada
      * tanimlanir; garanti takibi ve otomatik depozito satiri
      * bu alanlardan beslenir. sinif H olan kalem hizmet /
      * masraf kalemidir: faturada fiyatlanir ama stok hareketi,
      * sayim, rezervasyon ve siparis onerisine girmez. gtip
      * gumruk tarife kodu ihracat faturasinda satira basilir,
      * birim agirlik ithalat masraflarinin dagitiminda kullanilir.
      * son kullanma tarihi takibi acilan kalem lot takibine de
      * alinir; raf omru mal kabulde onerilecek tarihi verir
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 18
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 68 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 70
              ' STOK GARANTI / DEPOZITO / AGIRLIK / GTIP / SKT '
              LINE 2 POSITION 2.
           DISPLAY SPACES LINE 20 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' ESC ' 'CIKIS' REVERSE.
           DISPLAY 'KATALOG NO    :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DEPOZITO      :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'SINIF (S/H)   :' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'S=STOKLU  H=HIZMET/MASRAF' LINE 12 POSITION 22.
           DISPLAY 'AGIRLIK (KG)  :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'GTIP KODU     :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'SKT TAKIBI    :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'E=SON KULLANMA TARIHLI LOT' LINE 15 POSITION 22.
           DISPLAY 'RAF OMRU (AY) :' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       TANIM-AL.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           MOVE ZEROS TO E-KATNO.
           MOVE SPACES TO E-STNO.
           ACCEPT E-KATNO LINE 4 POSITION 18 UPDATE
           MOVE E-STNO TO ST-STNO.
           READ STOK
              INVALID KEY
                 DISPLAY 'STOK BULUNAMADI !!!' LINE 17 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE STOK
                 GO TANIM-AL.
           DISPLAY ST-CINSI(1:50) LINE 7 POSITION 18
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
      * kart baska kullanicida degisiyorsa burada degistirilemez
           MOVE 'STOK' TO KLT-DOSYA.
           MOVE ST-KEY TO KLT-ANAHTAR.
           PERFORM KILIT-AL THRU KILIT-AL-SON.
           IF SALT-OKU = 1
              DISPLAY KLT-MESAJ LINE 17 POSITION 2 SIZE 60
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE STOK
              GO TANIM-AL.
           MOVE ST-GARANTI-AY TO E-GARANTI.
           MOVE ST-DEPOZITO TO E-DEPOZITO.
           MOVE ST-SINIF TO E-SINIF.
           IF E-SINIF NOT = 'H' MOVE 'S' TO E-SINIF.
           MOVE ST-GTIP TO E-GTIP.
           MOVE ST-AGIRLIK TO E-AGIRLIK.
           MOVE ST-SKT TO E-SKT.
           IF E-SKT NOT = 'E' MOVE 'H' TO E-SKT.
           MOVE ST-RAF-AY TO E-RAF-AY.
           ACCEPT E-GARANTI LINE 9 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-DEPOZITO LINE 11 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-SINIF LINE 12 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-AGIRLIK LINE 13 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-GTIP LINE 14 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-SKT LINE 15 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-RAF-AY LINE 16 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE STOK GO TANIM-AL.
           IF E-SINIF NOT = 'S' AND E-SINIF NOT = 'H'
              DISPLAY 'SINIF S YA DA H OLMALI !!!' LINE 17 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE STOK
              GO TANIM-AL.
      * gtip 12 haneli sayisal koddur, bos birakilabilir
           IF E-GTIP NOT = SPACES AND E-GTIP NOT NUMERIC
              DISPLAY 'GTIP 12 HANE SAYI OLMALI !!!' LINE 17 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE STOK
              GO TANIM-AL.
           IF E-SKT NOT = 'E' AND E-SKT NOT = 'H'
              DISPLAY 'SKT TAKIBI E YA DA H OLMALI !!!' LINE 17
                 POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE STOK
              GO TANIM-AL.
      * kart yazmadan once yeniden okunur; giris sirasinda satisin
      * islettigi bakiye gibi alanlar ezilmez, yalniz bu ekranin
      * alanlari tasinir
           MOVE E-KATNO TO ST-KATNO.
           MOVE E-STNO TO ST-STNO.
           READ STOK INVALID KEY CLOSE STOK GO TANIM-AL.
           MOVE ST-KAYIT TO ED-KART.
           MOVE E-GARANTI TO ST-GARANTI-AY.
           MOVE E-DEPOZITO TO ST-DEPOZITO.
           MOVE E-GTIP TO ST-GTIP.
           MOVE E-AGIRLIK TO ST-AGIRLIK.
           MOVE E-RAF-AY TO ST-RAF-AY.
           IF E-SKT = 'E'
              MOVE 'E' TO ST-SKT ST-LOTLU
           ELSE
              MOVE SPACE TO ST-SKT
           END-IF.
           IF E-SINIF = 'H'
              MOVE 'H' TO ST-SINIF
           ELSE
              MOVE SPACE TO ST-SINIF
           END-IF.
      * kart degisikligi iz dosyasina yazilir, subelere dagitilir
           IF ED-KART NOT = ST-KAYIT
              PERFORM OTURUM-OKU
              MOVE OT-KULLANICI-ADI TO DGL-AKTIF-KULLANICI
              MOVE 'STOK' TO DGL-DOSYA
              MOVE SPACES TO DGL-ANAHTAR
              STRING ST-KATNO '/' ST-STNO DELIMITED BY SIZE
                  INTO DGL-ANAHTAR
              MOVE 'KART' TO DGL-ALAN
              MOVE 'KAYITLI' TO DGL-ESKI
              MOVE 'DEGISTI' TO DGL-YENI
              PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
           PERFORM REWRITE-STOK.
           CLOSE STOK.
           DISPLAY 'KAYDEDILDI                     ' LINE 17 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           GO TANIM-AL.
       STOP-PROGRAM.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
       copy fileop.cpy REPLACING ==%T%== BY ==STOK==
                                  "%T%"  BY "STOK"
                                 ==%R%== BY ==ST-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==DEGISLOG==
                                  "%T%"  BY "DEGISLOG"
                                 ==%R%== BY ==DGL-KAYIT==.
       copy 'degis.per'.
       copy 'oturum.per'.
       copy 'kilit.per'.
