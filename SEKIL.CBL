       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'odeme.cpy'.
       copy 'masmer.cpy'.
       copy 'degislog.cpy'.
       copy 'oturum.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'odeme.cpz'.
       copy 'masmer.cpz'.
       copy 'degislog.cpz'.
       copy 'oturum.cpz'.
       WORKING-STORAGE SECTION.
       copy 'degis.var'.
       copy 'oturum.var'.
       77 ED-ADI            PIC X(30).   
       77 ED-MMKOD          PIC 9999.
       77 T-MMKOD           PIC 9999.
       copy 'win.cpy'.
	   copy 'fileop.var'.
       LINKAGE SECTION.
           CANCEL 'GOLGE'.
           DISPLAY SPACES LINE 37 POSITION 1
             CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
               ' F10 ' LINE 37 POSITION 1 'S�L' REVERSE LOW
               ' F2 ' 'MASRAF MERKEZI' REVERSE LOW
               ' F3 ' 'MERKEZ KALDIR' REVERSE LOW.
           MOVE ILK TO SATIR.
           OPEN INPUT ODEME MASMER.
		   IF G-KOD NOT = ZEROS MOVE G-KOD TO OD-NO
		    ELSE MOVE 1 TO OD-NO.
           START ODEME KEY IS NOT LESS THAN OD-NO
           IF YENI = 1 MOVE SPACES TO E-ADI
               ELSE MOVE OD-ADI TO E-ADI
           END-IF.
           PERFORM MERKEZ-GOSTER THRU MERKEZ-GOSTER-SON.
           ACCEPT E-ADI LINE SATIR POSITION 43 UPDATE NO BEEP
            CONTROL 'BCOLOR=WHITE, FCOLOR=BLACK' LOW.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 81 GO CTHO-TUSU.
           IF F = 83 GO CTEN-TUSU.
           IF F = 10 AND YENI = 0 GO DELETE-KOD.
           IF F = 2 AND YENI = 0 GO MERKEZ-SEC.
           IF F = 3 AND YENI = 0 GO MERKEZ-KALDIR.
           GO TUS.
       YENI-ODEME.
           IF YENI = 0 AND OD-NO = 1 GO TUS.
           CLOSE ODEME. OPEN I-O ODEME.
           READ ODEME.
           PERFORM DELETE-ODEME.
           CLOSE ODEME MASMER.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           IF G-KOD = OD-NO MOVE 1 TO G-KOD.
           GO START-PROGRAM.
           
      * sekle bagli kasa giderlerine onerilecek masraf merkezi;
      * secim penceresinden ESC ile cikilirsa eski deger kalir
       MERKEZ-SEC.
           MOVE OD-MMKOD TO T-MMKOD.
           CLOSE MASMER.
           CALL 'MASMER' USING 1 T-MMKOD.
           CANCEL 'MASMER'.
           OPEN INPUT MASMER.
           IF T-MMKOD = ZEROS GO TUS.
       MERKEZ-YAZ.
           CLOSE ODEME. OPEN I-O ODEME.
           READ ODEME.
           MOVE OD-MMKOD TO ED-MMKOD.
           MOVE T-MMKOD TO OD-MMKOD.
           PERFORM REWRITE-ODEME.
           PERFORM MERKEZ-IZLE THRU MERKEZ-IZLE-SON.
           CLOSE ODEME. OPEN INPUT ODEME.
           READ ODEME.
           GO TUS.
       MERKEZ-KALDIR.
           MOVE ZEROS TO T-MMKOD.
           GO MERKEZ-YAZ.

       MERKEZ-GOSTER.
           MOVE SPACES TO MM-ADI.
           IF YENI = 0 AND OD-MMKOD NOT = ZEROS
              MOVE OD-MMKOD TO MM-KOD
              READ MASMER INVALID KEY MOVE SPACES TO MM-ADI END-READ
           END-IF.
           IF YENI = 0 AND OD-MMKOD = ZEROS
              MOVE 'ATANMAMIS' TO MM-ADI.
           DISPLAY 'MASRAF MERKEZI : ' LINE 25 POSITION X
              CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'
              MM-ADI SIZE 30.
       MERKEZ-GOSTER-SON.

       CTHO-TUSU.
           IF YENI = 1 AND SATIR = ILK GO TUS.
           IF YENI = 1 PERFORM YENI-SERITSIZ SUBTRACT 1 FROM SATIR
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
       DEGISIKLIK-IZLE-SON.

       MERKEZ-IZLE.
           PERFORM OTURUM-OKU.
           MOVE OT-KULLANICI-ADI TO DGL-AKTIF-KULLANICI.
           MOVE 'SEKIL' TO DGL-DOSYA.
           MOVE SPACES TO DGL-ANAHTAR DGL-ESKI DGL-YENI.
           MOVE OD-NO TO DGL-ANAHTAR(1:4).
           MOVE 'MMKOD' TO DGL-ALAN.
           MOVE ED-MMKOD TO DGL-ESKI(1:4).
           MOVE OD-MMKOD TO DGL-YENI(1:4).
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
       MERKEZ-IZLE-SON.

       STOP-PROGRAM.
           CLOSE MASMER.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
