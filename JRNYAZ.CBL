       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'JRNYAZ'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'jurnal.cpy'.
       copy 'oturum.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'jurnal.cpz'.
       copy 'oturum.cpz'.
       WORKING-STORAGE SECTION.
       01 CMD-SATIR             PIC X(120).
       copy 'jurnal.var'.
       copy 'oturum.var'.
       copy 'status.cpy'.
       LINKAGE SECTION.
       01 G-ISTEK.
           02 G-TABLO               PIC X(20).
           02 G-ISLEM               PIC X(10).
           02 G-UZUNLUK             PIC 9(5).
       01 G-KAYIT                   PIC X(4000).
      * ileri kurtarma jurnali: yerel dosyaya yapilan her islemin
      * ardindan kaydin son hali o gunun JURNAL\JRyyyymmdd.DAT
      * dosyasina eklenir. gun degisince yeni dosya acilir; klasor
      * yoksa yaratilir. ILERIKUR yedegi yukleyip bu jurnali
      * yeniden uygular
       PROCEDURE DIVISION USING G-ISTEK G-KAYIT.
       START-PROGRAM.
           PERFORM OTURUM-OKU.
           ACCEPT JR-TARIH FROM CENTURY-DATE.
           ACCEPT JR-SAAT FROM TIME.
           MOVE JR-TARIH TO JRN-TARIH.
           OPEN I-O JURNAL.
           IF ST-JURNAL = '35'
              CLOSE JURNAL
              PERFORM JURNAL-YARAT THRU JURNAL-YARAT-SON
              OPEN I-O JURNAL.
           IF ST-JURNAL NOT = '00' GO CIKIS.
           MOVE ZEROS TO JR-SIRA.
           MOVE G-TABLO TO JR-DOSYA.
           MOVE G-ISLEM TO JR-ISLEM.
           MOVE OT-KULLANICI-ADI TO JR-KULLANICI.
           MOVE G-UZUNLUK TO JR-UZUNLUK.
           MOVE SPACES TO JR-ANAHTAR JR-VERI.
           IF JR-UZUNLUK > ZEROS
              MOVE G-KAYIT(1:JR-UZUNLUK) TO JR-VERI
              MOVE JR-VERI TO JR-ANAHTAR.
       JURNAL-YAZ.
           WRITE JR-KAYIT INVALID KEY
                ADD 1 TO JR-SIRA
                GO JURNAL-YAZ.
           CLOSE JURNAL.
       CIKIS.
           EXIT PROGRAM.
           STOP RUN.

      * gunun ilk islemi: dosya, gerekirse klasoru ile yaratilir
       JURNAL-YARAT.
           OPEN OUTPUT JURNAL.
           IF ST-JURNAL NOT = '00'
              MOVE 'cmd /c mkdir JURNAL' TO CMD-SATIR
              CALL 'SYSTEM' USING CMD-SATIR
              OPEN OUTPUT JURNAL.
           CLOSE JURNAL.
       JURNAL-YARAT-SON.

       copy 'oturum.per'.
