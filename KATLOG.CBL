       copy 'stok.cpy'.
       copy 'muadil.cpy'.
       copy 'katlog.cpy'.
       copy 'stokay.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       copy 'stok.cpz'.
       copy 'muadil.cpz'.
       copy 'katlog.cpz'.
       copy 'stokay.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
                  CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'.
           CLOSE KATLOG.
       DOSYA-GIRIS.
           OPEN INPUT STOKARA STOK STOKADET STOKAY.
           MOVE SPACES TO SA-STNO.
           MOVE V-KATNO TO SA-STNO.  
           PERFORM MAX-YIL-AL THRU MAX-YIL-AL-SON.
           ACCEPT F FROM ESCAPE KEY.
           DISPLAY F LINE 36 POSITION 1.
           IF F = 1 CALL 'KATPEN' USING 1 V-KATNO CANCEL 'KATPEN' 
                    CLOSE STOK STOKARA STOKADET STOKAY GO BASLA.
           IF F = 54 AND KILIT = 0 GO HOME-TUSU.
           IF F = 82 AND KILIT = 0 GO END-TUSU.
           IF F = 68 AND KILIT = 0 GO PGDN-TUSU.
                    CALL 'KATYENI' USING 1 V-KATNO A-STNO MAX-YIL
                    CANCEL 'KATYENI' 
                    GO TAR-STNO-DIREK.
           IF F = 13 AND SEC = 1 CLOSE STOKARA STOK STOKADET STOKAY
                    MOVE V-KATNO TO G-KATNO
                    MOVE ST-STNO TO G-STNO
                    MOVE SPACES TO MAIN-ARGUMENT-VALUE
           IF F = 3 PERFORM MUADIL-GOSTER THRU MUADIL-GOSTER-SON
                    GO TUS.
           IF F = 4  GO TARAMA.
           IF F = 27 CLOSE STOKARA STOK STOKADET STOKAY
                    MOVE ZEROS TO G-KATNO
                    MOVE SPACES TO G-STNO MAIN-ARGUMENT-VALUE
                    STRING SEC DELIMITED BY SIZE 
           IF V-ADET < 0
            MOVE 'BCOLOR=BLUE, FCOLOR=RED' TO MYCONTROL.
           
      * bakiye yili eski kalemde miktar aylik stok ozetinden
      * (STOKAY) - yil satirlari depolar arasinda serpistirilir
       ADET-AKTAR.
           IF ST-BAKIYE-YIL = MAX-YIL
               MOVE ST-BAKIYE TO V-ADET
               GO ADET-AKTAR-SON.
           MOVE ST-KATNO TO STY-KATNO.
           MOVE ST-STNO TO STY-STNO.
           MOVE ZEROS TO STY-DEPONO STY-YIL STY-AY V-ADET.
           START STOKAY KEY IS NOT LESS THAN STY-KEY
            INVALID KEY GO ADET-AKTAR-SON.
       ADET-AKTAR-OKU.
           READ STOKAY NEXT AT END GO ADET-AKTAR-SON.
           IF STY-KATNO NOT = ST-KATNO OR STY-STNO NOT = ST-STNO
                        GO ADET-AKTAR-SON.
           IF STY-YIL NOT = MAX-YIL GO ADET-AKTAR-OKU.
           COMPUTE V-ADET = V-ADET + (STY-GIR - STY-CIK).
           GO ADET-AKTAR-OKU.
       ADET-AKTAR-SON. 
       MAX-YIL-AL.
       DUSUK-STOK-OKU.
           READ STOK NEXT AT END GO DUSUK-STOK-SON.
           IF ST-KATNO NOT = V-KATNO GO DUSUK-STOK-SON.
           IF ST-HIZMET GO DUSUK-STOK-OKU.
           IF DS-SATIR > 34 GO DUSUK-STOK-SON.
           PERFORM ADET-AKTAR THRU ADET-AKTAR-SON.
           IF ST-MIN > ZEROS AND V-ADET < ST-MIN
              DISPLAY SPACES LINE SATIR POSITION 10 SIZE 100
                CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'
           END-PERFORM.
           CLOSE STOK STOKARA STOKADET STOKAY.
           GO BASLA.
       DUSUK-STOK-RAPORU-SON.

           ACCEPT F FROM ESCAPE KEY.
           DISPLAY SPACES LINE 10 POSITION 10 SIZE 100
             CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'.
           CLOSE STOK STOKARA STOKADET STOKAY.
           GO BASLA.
       SAYIM-FISI-CIKTI-SON.

             LINE 11 POSITION 10 CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'.
           MOVE 12 TO SG-SATIR.
           MOVE ZEROS TO SG-TABLO-SAYI.
           MOVE ST-KATNO TO STY-KATNO.
           MOVE ST-STNO TO STY-STNO.
           MOVE ZEROS TO STY-DEPONO STY-YIL STY-AY.
           START STOKAY KEY IS NOT LESS THAN STY-KEY
             INVALID KEY GO STOK-GECMISI-FLUSH.
       STOK-GECMISI-OKU.
           READ STOKAY NEXT AT END GO STOK-GECMISI-FLUSH.
           IF STY-KATNO NOT = ST-KATNO OR STY-STNO NOT = ST-STNO
                        GO STOK-GECMISI-FLUSH.
      *    STY-KEY is keyed KATNO-STNO-DEPONO-YIL-AY, so records for
      *    an item stocked in more than one depot interleave by depot
      *    before they sort by year; accumulate into a year-indexed
      *    table here and print one combined row per year below,
      *    instead of control-breaking straight off STY-YIL.
           PERFORM SG-TABLO-EKLE THRU SG-TABLO-EKLE-SON.
           GO STOK-GECMISI-OKU.
       STOK-GECMISI-FLUSH.
       SG-TABLO-EKLE-ARA.
           IF SG-TABLO-ARA-INDEX > SG-TABLO-SAYI
                GO SG-TABLO-EKLE-ARA-SON.
           IF SG-TABLO-YIL (SG-TABLO-ARA-INDEX) = STY-YIL
                ADD STY-GIR TO SG-TABLO-GIR (SG-TABLO-ARA-INDEX)
                ADD STY-CIK TO SG-TABLO-CIK (SG-TABLO-ARA-INDEX)
                MOVE 1 TO SG-TABLO-BULUNDU
                GO SG-TABLO-EKLE-ARA-SON.
           ADD 1 TO SG-TABLO-ARA-INDEX.
           IF SG-TABLO-BULUNDU = 1 GO SG-TABLO-EKLE-SON.
           IF SG-TABLO-SAYI > 29 GO SG-TABLO-EKLE-SON.
           ADD 1 TO SG-TABLO-SAYI.
           MOVE STY-YIL TO SG-TABLO-YIL (SG-TABLO-SAYI).
           MOVE STY-GIR TO SG-TABLO-GIR (SG-TABLO-SAYI).
           MOVE STY-CIK TO SG-TABLO-CIK (SG-TABLO-SAYI).
       SG-TABLO-EKLE-SON.
       STOK-GECMISI-YAZ.
           IF SG-SATIR > 34 GO STOK-GECMISI-YAZ-SON.
              DISPLAY SPACES LINE SATIR POSITION 10 SIZE 100
                CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'
           END-PERFORM.
           CLOSE STOK STOKARA STOKADET STOKAY.
           GO BASLA.
       STOK-GECMISI-RAPORU-SON.

           STRING V-KATNO A-STNO DELIMITED BY SIZE
            INTO SA-STNO.
           START STOKARA KEY IS NOT LESS THAN SA-STNO
            INVALID KEY CLOSE STOK STOKARA STOKADET STOKAY GO BASLA.
           READ STOKARA NEXT.
           MOVE 4 TO SATIR.
           MOVE 0 TO TEMP-INDEX.
           STRING V-KATNO A-PRCNO DELIMITED BY SIZE
            INTO SA-PRCNO.
           START STOKARA KEY IS NOT LESS THAN SA-PRCNO
            INVALID KEY CLOSE STOK STOKARA STOKADET STOKAY GO BASLA.
           READ STOKARA NEXT.
           MOVE 1 TO TEMP-INDEX.
           MOVE 4 TO SATIR.
           STRING V-KATNO A-OEMNO DELIMITED BY SIZE
            INTO SA-OEMNO.
           START STOKARA KEY IS NOT LESS THAN SA-OEMNO
            INVALID KEY CLOSE STOK STOKARA STOKADET STOKAY GO BASLA.
           READ STOKARA NEXT.
           MOVE 2 TO TEMP-INDEX.
           MOVE 4 TO SATIR.
           STRING V-KATNO A-TIPI DELIMITED BY SIZE
            INTO SA-TIPI.
           START STOKARA KEY IS NOT LESS THAN SA-TIPI
            INVALID KEY CLOSE STOK STOKARA STOKADET STOKAY GO BASLA.
           READ STOKARA NEXT.
           MOVE 3 TO TEMP-INDEX.
           MOVE 4 TO SATIR.
           STRING V-KATNO A-CINSI DELIMITED BY SIZE
            INTO SA-CINSI.
           START STOKARA KEY IS NOT LESS THAN SA-CINSI
            INVALID KEY CLOSE STOK STOKARA STOKADET STOKAY GO BASLA.
           READ STOKARA NEXT.
           MOVE 4 TO TEMP-INDEX.
           MOVE 4 TO SATIR.
