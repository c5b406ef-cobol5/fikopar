       copy 'oturum.cpy'.
       copy 'yazdirmalog.cpy'.
       copy 'musparca.cpy'.
       copy 'stok.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'cformat.cpz'.
       copy 'oturum.cpz'.
       copy 'yazdirmalog.cpz'.
       copy 'musparca.cpz'.
       copy 'stok.cpz'.
       WORKING-STORAGE SECTION.
           
       01 TOPLAM-VARIABLES.
           02 I-OTVTOPLAM-R     PIC 9(12)V99.
           02 MK-BULUNAN        PIC X(30).
           02 MK-ACIKMI         PIC 9 VALUE 0.
           02 GT-BULUNAN        PIC X(12).
           02 GT-ACIKMI         PIC 9 VALUE 0.

       01 MAIL-PARAM.
           02 FILLER            PIC X(8) VALUE 'CMAIL   '.
           MOVE SPACES TO ENV-VAL. MOVE Z-ENV TO ENV-VAL.
           CALL 'C$SetEnv' USING 'HS-GUN' ENV-VAL.
           MOVE SPACES TO ENV-VAL. MOVE Z-ENV TO ENV-VAL.

      * ihracat faturasinda istisna kodu, teslim sekli ve gcb
      * bilgisi basilir; diger evraklarda bos gider
           IF HS-IHRACAT
              MOVE SPACES TO ENV-VAL
              MOVE HS-ISTISNA-KOD TO ENV-VAL
              CALL 'C$SetEnv' USING 'HS-ISTISNAKOD' ENV-VAL
              CALL 'C$SetEnv' USING 'HS-TESLIMSART' HS-TESLIM-SART
              CALL 'C$SetEnv' USING 'HS-GCBNO' HS-GCB-NO
              MOVE SPACES TO ENV-VAL
              IF HS-GCB-NO NOT = SPACES
                 STRING HS-GCB-GUN '/' HS-GCB-AY '/' HS-GCB-YIL
                   DELIMITED BY SIZE INTO ENV-VAL
              END-IF
              CALL 'C$SetEnv' USING 'HS-GCBTARIH' ENV-VAL
           ELSE
              CALL 'C$SetEnv' USING 'HS-ISTISNAKOD'
              CALL 'C$SetEnv' USING 'HS-TESLIMSART'
              CALL 'C$SetEnv' USING 'HS-GCBNO'
              CALL 'C$SetEnv' USING 'HS-GCBTARIH'
           END-IF.
           
       SONRAKI-VARMI.
           READ HAREKET-DETAY NEXT AT END READ HAREKET-DETAY PREVIOUS
      * basilabilsin diye ortama verilir
           PERFORM MUSKOD-BUL THRU MUSKOD-BUL-SON.
           CALL 'C$SetEnv' USING 'HD-MUSKOD' MK-BULUNAN.
           PERFORM GTIP-BUL THRU GTIP-BUL-SON.
           CALL 'C$SetEnv' USING 'HD-GTIP' GT-BULUNAN.

           PERFORM ALT-TOPLAM-EKLE.
           
           GO MUSKOD-BUL-OKU.
       MUSKOD-BUL-SON.

      * gtip kodu yalniz ihracat faturasinda stok kartindan alinir
       GTIP-BUL.
           MOVE SPACES TO GT-BULUNAN.
           IF NOT HS-IHRACAT GO GTIP-BUL-SON.
           IF GT-ACIKMI = 0
              OPEN INPUT STOK
              MOVE 1 TO GT-ACIKMI.
           MOVE HD-KATNO TO ST-KATNO.
           MOVE HD-STNO TO ST-STNO.
           READ STOK INVALID KEY GO GTIP-BUL-SON.
           MOVE ST-GTIP TO GT-BULUNAN.
       GTIP-BUL-SON.

       ENVIRONMENT-TEMIZLE.
           CALL 'C$SetEnv' USING 'HS-EVRAKNO'.
           CALL 'C$SetEnv' USING 'HS-TARIH'.
           CALL 'C$SetEnv' USING 'I-TEVKIFKDV'.
           CALL 'C$SetEnv' USING 'I-KALANKDV'.
           CALL 'C$SetEnv' USING 'I-OTVTOPLAM'.
           CALL 'C$SetEnv' USING 'HS-ISTISNAKOD'.
           CALL 'C$SetEnv' USING 'HS-TESLIMSART'.
           CALL 'C$SetEnv' USING 'HS-GCBNO'.
           CALL 'C$SetEnv' USING 'HS-GCBTARIH'.
           CALL 'C$SetEnv' USING 'HD-GTIP'.
           
       STOP-PROGRAM.
           EXIT PROGRAM.
