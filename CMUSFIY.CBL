       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'CMUSFIY'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'cformat.cpy'.
       copy 'ayar.cpy'.
       copy 'sicil.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
       DATA DIVISION.
       FILE SECTION.
       copy 'cformat.cpz'.
       copy 'sicil.cpz'.
       copy 'ayar.cpz'.

      * MUSFIYAT in hazirladigi musteri fiyat katalogu
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-KATNO              PIC 9999.
               03 TP-STNO               PIC X(15).
           02 TP-PRCNO                  PIC X(30).
           02 TP-MUSKOD                 PIC X(30).
           02 TP-OEMNO                  PIC X(30).
           02 TP-CINSI                  PIC X(60).
           02 TP-MARKA                  PIC X(30).
           02 TP-LFIYAT                 PIC 9(10)V9999.
           02 TP-NFIYAT                 PIC 9(10)V9999.
           02 TP-KMP-FIYAT              PIC 9(10)V9999.
           02 TP-KMP-BITIS.
               03 TP-KYIL               PIC 9999.
               03 TP-KAY                PIC 99.
               03 TP-KGUN               PIC 99.
           02 TP-GECERLI.
               03 TP-GYIL               PIC 9999.
               03 TP-GAY                PIC 99.
               03 TP-GGUN               PIC 99.
           02 TP-KAYNAK                 PIC X.
           02 TP-DURUM                  PIC X(3).
       WORKING-STORAGE SECTION.
       01 TOPLAM-VARIABLES.
           02 T-KALEM           PIC 9(7).
           02 Z-FIYAT           PIC Z(9)9,99.
           02 Z-KALEM           PIC Z(6)9.

       copy 'numara.var'.
       copy 'trim.var'.
       copy 'cformat.var'.
       copy 'status.cpy'.
       copy 'win.cpy'.
       copy 'fileop.var'.
       LINKAGE SECTION.
       77 GSAAT         PIC 9(8).
       77 G-HESAPNO     PIC X(15).
       01 G-GECERLI.
           02 G-YIL         PIC 9999.
           02 G-AY          PIC 99.
           02 G-GUN         PIC 99.
       PROCEDURE DIVISION USING GSAAT G-HESAPNO G-GECERLI.
       copy 'cformat.err'.
       START-PROGRAM.
           MOVE GSAAT TO TSAAT.
           OPEN INPUT SICIL TEMPFILE AYAR.
           MOVE G-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY GO FORMAT-SON.

           MOVE 52 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR INVALID KEY GO FORMAT-SON.
           IF AY-YAZDOS = SPACES OR AY-YAZPORT = SPACES
                    GO FORMAT-SON.
           MOVE AY-YAZDOS TO FORMATDOS.
           MOVE AY-YAZPORT TO YAZDOS.
           MOVE AY-CIKTITIPI TO CIKTITIPI.

           PERFORM AKTAR-SICIL.

           INITIALIZE TOPLAM-VARIABLES.

       copy 'cformat.per'.

       FORMAT-SON.
           CLOSE SICIL TEMPFILE AYAR.
           GO STOP-PROGRAM.
       copy 'trim.per'.
       AKTAR-SICIL.
           CALL 'C$SetEnv' USING 'SC-HESAPNO' SC-HESAPNO.
           CALL 'C$SetEnv' USING 'SC-HESAPADI' SC-HESAPADI.
           CALL 'C$SetEnv' USING 'SC-YETKILI' SC-YETKILI.
           CALL 'C$SetEnv' USING 'TITLE' AY-ACIKLAMA.

           MOVE SPACES TO ENV-VAL.
           STRING G-GUN '/' G-AY '/' G-YIL DELIMITED BY SIZE
            INTO ENV-VAL.
           CALL 'C$SetEnv' USING 'GECERLILIK' ENV-VAL.


       SONRAKI-VARMI.
           READ TEMPFILE NEXT AT END MOVE 0 TO VAR
            READ TEMPFILE PREVIOUS GO SONRAKI-VARMI-SON.
           READ TEMPFILE PREVIOUS AT END CONTINUE.
           MOVE 1 TO VAR.
       SONRAKI-VARMI-SON.

       SONRAKI-AKTAR.
           READ TEMPFILE NEXT AT END READ TEMPFILE PREVIOUS
             MOVE 1 TO BITTI GO SONRAKI-AKTAR-SON.

           CALL 'C$SetEnv' USING 'TP-STNO' TP-STNO.
           CALL 'C$SetEnv' USING 'TP-PRCNO' TP-PRCNO.
           CALL 'C$SetEnv' USING 'TP-MUSKOD' TP-MUSKOD.
           CALL 'C$SetEnv' USING 'TP-OEMNO' TP-OEMNO.
           CALL 'C$SetEnv' USING 'TP-CINSI' TP-CINSI.
           CALL 'C$SetEnv' USING 'TP-MARKA' TP-MARKA.
           CALL 'C$SetEnv' USING 'TP-DURUM' TP-DURUM.

           MOVE TP-LFIYAT TO Z-FIYAT.
           MOVE SPACES TO ENV-VAL. MOVE Z-FIYAT TO ENV-VAL.
           CALL 'C$SetEnv' USING 'TP-LFIYAT' ENV-VAL.

           MOVE TP-NFIYAT TO Z-FIYAT.
           MOVE SPACES TO ENV-VAL. MOVE Z-FIYAT TO ENV-VAL.
           CALL 'C$SetEnv' USING 'TP-NFIYAT' ENV-VAL.

           MOVE SPACES TO ENV-VAL.
           STRING TP-GGUN '/' TP-GAY '/' TP-GYIL
             DELIMITED BY SIZE INTO ENV-VAL.
           CALL 'C$SetEnv' USING 'TP-GECERLI' ENV-VAL.

           MOVE SPACES TO ENV-VAL.
           IF TP-KAYNAK = 'K' MOVE 'Kampanya' TO ENV-VAL.
           IF TP-KAYNAK = 'A' MOVE 'Anlasma' TO ENV-VAL.
           CALL 'C$SetEnv' USING 'TP-KAYNAK' ENV-VAL.

           PERFORM ALT-TOPLAM-EKLE.

           MOVE T-KALEM TO Z-KALEM.
           MOVE SPACES TO ENV-VAL. MOVE Z-KALEM TO ENV-VAL.
           CALL 'C$SetEnv' USING 'T-KALEM' ENV-VAL.

       SONRAKI-AKTAR-SON.

       ALT-TOPLAM-EKLE.
           ADD 1 TO T-KALEM.

       ENVIRONMENT-TEMIZLE.
           CALL 'C$SetEnv' USING 'SC-HESAPNO'.
           CALL 'C$SetEnv' USING 'SC-HESAPADI'.
           CALL 'C$SetEnv' USING 'SC-YETKILI'.
           CALL 'C$SetEnv' USING 'GECERLILIK'.
           CALL 'C$SetEnv' USING 'TP-STNO'.
           CALL 'C$SetEnv' USING 'TP-PRCNO'.
           CALL 'C$SetEnv' USING 'TP-MUSKOD'.
           CALL 'C$SetEnv' USING 'TP-OEMNO'.
           CALL 'C$SetEnv' USING 'TP-CINSI'.
           CALL 'C$SetEnv' USING 'TP-MARKA'.
           CALL 'C$SetEnv' USING 'TP-DURUM'.
           CALL 'C$SetEnv' USING 'TP-LFIYAT'.
           CALL 'C$SetEnv' USING 'TP-NFIYAT'.
           CALL 'C$SetEnv' USING 'TP-GECERLI'.
           CALL 'C$SetEnv' USING 'TP-KAYNAK'.
           CALL 'C$SetEnv' USING 'T-KALEM'.
           CALL 'C$SetEnv' USING 'TITLE'.


       STOP-PROGRAM.
           EXIT PROGRAM.
           STOP RUN.
