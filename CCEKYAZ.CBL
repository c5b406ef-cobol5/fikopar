       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'CCEKYAZ'.
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
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
       DATA DIVISION.
       FILE SECTION.
       copy 'cformat.cpz'.
       copy 'ayar.cpz'.

      * VERCEK in hazirladigi basilacak cekler
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-YAPRAK             PIC 9(7).
           02 TP-CEKNO                  PIC X(15).
           02 TP-LEHTAR                 PIC X(50).
           02 TP-TUTAR                  PIC 9(12)V99.
           02 TP-YER                    PIC X(20).
           02 TP-DUZENLEME.
               03 TP-DYIL               PIC 9999.
               03 TP-DAY                PIC 99.
               03 TP-DGUN               PIC 99.
           02 TP-VADE.
               03 TP-VYIL               PIC 9999.
               03 TP-VAY                PIC 99.
               03 TP-VGUN               PIC 99.
           02 TP-BANKA                  PIC X(20).
       WORKING-STORAGE SECTION.
       01 TOPLAM-VARIABLES.
           02 T-CEK             PIC 9(5).
           02 T-TUTAR           PIC 9(12)V99.
           02 Z-CEK             PIC ZZZZ9.
      * yildizli tutar: cek uzerinde bos basamak birakilmaz
           02 Z-KORUMA          PIC ***.***.***.**9,99.
           02 Z-TUTAR           PIC Z(11)9,99.
           02 YAZI-TUTAR        PIC X(100).

       copy 'numara.var'.
       copy 'trim.var'.
       copy 'cformat.var'.
       copy 'status.cpy'.
       copy 'win.cpy'.
       copy 'fileop.var'.
       LINKAGE SECTION.
       77 GSAAT         PIC 9(8).
       77 G-DEPONO      PIC 9999.
       PROCEDURE DIVISION USING GSAAT G-DEPONO.
       copy 'cformat.err'.
       START-PROGRAM.
           MOVE GSAAT TO TSAAT.
           OPEN INPUT TEMPFILE AYAR.

           MOVE 53 TO AY-TIP.
           MOVE G-DEPONO TO AY-DEPONO.
           READ AYAR INVALID KEY GO FORMAT-SON.
           IF AY-YAZDOS = SPACES OR AY-YAZPORT = SPACES
                    GO FORMAT-SON.
           MOVE AY-YAZDOS TO FORMATDOS.
           MOVE AY-YAZPORT TO YAZDOS.
           MOVE AY-CIKTITIPI TO CIKTITIPI.

           PERFORM AKTAR-AYAR.

           INITIALIZE TOPLAM-VARIABLES.

       copy 'cformat.per'.

       FORMAT-SON.
           CLOSE TEMPFILE AYAR.
           GO STOP-PROGRAM.
       copy 'trim.per'.
       AKTAR-AYAR.
           CALL 'C$SetEnv' USING 'TITLE' AY-ACIKLAMA.
           MOVE SPACES TO ENV-VAL. MOVE G-DEPONO TO ENV-VAL.
           CALL 'C$SetEnv' USING 'BANKA-DEPONO' ENV-VAL.


       SONRAKI-VARMI.
           READ TEMPFILE NEXT AT END MOVE 0 TO VAR
            READ TEMPFILE PREVIOUS GO SONRAKI-VARMI-SON.
           READ TEMPFILE PREVIOUS AT END CONTINUE.
           MOVE 1 TO VAR.
       SONRAKI-VARMI-SON.

      * her cek: lehtar, rakam ve yaziyla tutar, keside yeri ve
      * tarihi, vade, banka ve cek no
       SONRAKI-AKTAR.
           READ TEMPFILE NEXT AT END READ TEMPFILE PREVIOUS
             MOVE 1 TO BITTI GO SONRAKI-AKTAR-SON.

           MOVE SPACES TO ENV-VAL. MOVE TP-YAPRAK TO ENV-VAL.
           CALL 'C$SetEnv' USING 'TP-YAPRAK' ENV-VAL.
           CALL 'C$SetEnv' USING 'TP-CEKNO' TP-CEKNO.
           CALL 'C$SetEnv' USING 'TP-LEHTAR' TP-LEHTAR.
           CALL 'C$SetEnv' USING 'TP-YER' TP-YER.
           CALL 'C$SetEnv' USING 'TP-BANKA' TP-BANKA.

           MOVE TP-TUTAR TO Z-KORUMA.
           MOVE SPACES TO ENV-VAL. MOVE Z-KORUMA TO ENV-VAL.
           CALL 'C$SetEnv' USING 'TP-TUTAR' ENV-VAL.

           MOVE SPACES TO YAZI-TUTAR.
           CALL 'PARA' USING TP-TUTAR YAZI-TUTAR ZEROS.
           CANCEL 'PARA'.
           CALL 'C$SetEnv' USING 'TP-YAZIYLA' YAZI-TUTAR.

           MOVE SPACES TO ENV-VAL.
           STRING TP-DGUN '/' TP-DAY '/' TP-DYIL
             DELIMITED BY SIZE INTO ENV-VAL.
           CALL 'C$SetEnv' USING 'TP-DUZENLEME' ENV-VAL.

           MOVE SPACES TO ENV-VAL.
           STRING TP-VGUN '/' TP-VAY '/' TP-VYIL
             DELIMITED BY SIZE INTO ENV-VAL.
           CALL 'C$SetEnv' USING 'TP-VADE' ENV-VAL.

           PERFORM ALT-TOPLAM-EKLE.

           MOVE T-CEK TO Z-CEK.
           MOVE SPACES TO ENV-VAL. MOVE Z-CEK TO ENV-VAL.
           CALL 'C$SetEnv' USING 'T-CEK' ENV-VAL.

           MOVE T-TUTAR TO Z-TUTAR.
           MOVE SPACES TO ENV-VAL. MOVE Z-TUTAR TO ENV-VAL.
           CALL 'C$SetEnv' USING 'T-TUTAR' ENV-VAL.

       SONRAKI-AKTAR-SON.

       ALT-TOPLAM-EKLE.
           ADD 1 TO T-CEK.
           ADD TP-TUTAR TO T-TUTAR.

       ENVIRONMENT-TEMIZLE.
           CALL 'C$SetEnv' USING 'BANKA-DEPONO'.
           CALL 'C$SetEnv' USING 'TP-YAPRAK'.
           CALL 'C$SetEnv' USING 'TP-CEKNO'.
           CALL 'C$SetEnv' USING 'TP-LEHTAR'.
           CALL 'C$SetEnv' USING 'TP-YER'.
           CALL 'C$SetEnv' USING 'TP-BANKA'.
           CALL 'C$SetEnv' USING 'TP-TUTAR'.
           CALL 'C$SetEnv' USING 'TP-YAZIYLA'.
           CALL 'C$SetEnv' USING 'TP-DUZENLEME'.
           CALL 'C$SetEnv' USING 'TP-VADE'.
           CALL 'C$SetEnv' USING 'T-CEK'.
           CALL 'C$SetEnv' USING 'T-TUTAR'.
           CALL 'C$SetEnv' USING 'TITLE'.


       STOP-PROGRAM.
           EXIT PROGRAM.
           STOP RUN.
