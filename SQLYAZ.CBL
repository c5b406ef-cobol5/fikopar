       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'SQLYAZ'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'sqlbag.cpy'.
       copy 'sqlkuyr.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'sqlbag.cpz'.
       copy 'sqlkuyr.cpz'.
       WORKING-STORAGE SECTION.
       77 KUYRUK-DOLU           PIC 9.
       copy 'sqlbag.var'.
       copy 'trim.var'.
       copy 'status.cpy'.
       LINKAGE SECTION.
       01 G-ISTEK.
           02 G-TABLO               PIC X(20).
           02 G-ISLEM               PIC X(10).
           02 G-UZUNLUK             PIC 9(5).
       01 G-KAYIT                   PIC X(4000).
      * yerel dosyaya yazilan her islem uzak mysql kopyasina
      * buradan gider. sunucuya ulasilamazsa ya da kuyrukta
      * bekleyen islem varsa islem sirasini bozmamak icin SQLKUYR
      * dosyasina eklenir; kuyruk SQLSENK /K ile bosaltilir
       PROCEDURE DIVISION USING G-ISTEK G-KAYIT.
       START-PROGRAM.
           IF SQB-TAMAM = 0
              PERFORM BAGLANTI-OKU THRU BAGLANTI-OKU-SON.
           MOVE G-TABLO TO SQB-TABLO.
           MOVE G-ISLEM TO SQB-ISLEM.
           MOVE G-UZUNLUK TO SQB-UZUNLUK.
           MOVE SPACES TO SQB-KAYIT.
           IF SQB-UZUNLUK > ZEROS
              MOVE G-KAYIT(1:SQB-UZUNLUK) TO SQB-KAYIT.
           PERFORM KUYRUK-BAK THRU KUYRUK-BAK-SON.
           IF KUYRUK-DOLU = 1 OR SQB-TAMAM = 0
              PERFORM KUYRUGA-YAZ THRU KUYRUGA-YAZ-SON
              GO CIKIS.
           PERFORM SQL-GONDER THRU SQL-GONDER-SON.
           IF SQB-SONUC NOT = 0
              PERFORM KUYRUGA-YAZ THRU KUYRUGA-YAZ-SON.
       CIKIS.
           EXIT PROGRAM.
           STOP RUN.

       KUYRUK-BAK.
           MOVE ZEROS TO KUYRUK-DOLU.
           OPEN INPUT SQLKUYRUK.
           IF ST-SQLKUYRUK NOT = '00' GO KUYRUK-BAK-SON.
           MOVE LOW-VALUES TO SQ-KEY.
           START SQLKUYRUK KEY IS NOT LESS THAN SQ-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO KUYRUK-DOLU
           END-START.
           CLOSE SQLKUYRUK.
       KUYRUK-BAK-SON.

       KUYRUGA-YAZ.
           OPEN I-O SQLKUYRUK.
           IF ST-SQLKUYRUK = '35'
              CLOSE SQLKUYRUK
              OPEN OUTPUT SQLKUYRUK
              CLOSE SQLKUYRUK
              OPEN I-O SQLKUYRUK.
           ACCEPT SQ-TARIH FROM CENTURY-DATE.
           ACCEPT SQ-SAAT FROM TIME.
           MOVE ZEROS TO SQ-SIRA.
           MOVE SQB-TABLO TO SQ-TABLO.
           MOVE SQB-ISLEM TO SQ-ISLEM.
           MOVE SQB-UZUNLUK TO SQ-UZUNLUK.
           MOVE SQB-KAYIT TO SQ-VERI.
       KUYRUGA-YAZ-DENE.
           WRITE SQ-KAYIT INVALID KEY
                ADD 1 TO SQ-SIRA
                GO KUYRUGA-YAZ-DENE.
           CLOSE SQLKUYRUK.
       KUYRUGA-YAZ-SON.

       copy 'sqlbag.per'.
       copy 'trim.per'.
