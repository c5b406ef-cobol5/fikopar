       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'VKNKONT'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 KONTROL-DEGIS.
           02 UZUNLUK           PIC 99.
           02 I                 PIC 99.
           02 ARA               PIC 9(5).
           02 BOL               PIC 9(5).
           02 KALAN             PIC 9(5).
           02 TOPLAM            PIC 9(5).
           02 TEK               PIC 9(5).
           02 CIFT              PIC 9(5).
           02 RAKAMLAR          PIC X(11).
           02 RAKAM-TABLO REDEFINES RAKAMLAR.
               03 RAKAM             PIC 9 OCCURS 11.
      * vergi no hanelerinin 2 uzeri carpanlari (512 .. 2)
       01 US-TANIM.
           02 FILLER            PIC 999 VALUE 512.
           02 FILLER            PIC 999 VALUE 256.
           02 FILLER            PIC 999 VALUE 128.
           02 FILLER            PIC 999 VALUE 064.
           02 FILLER            PIC 999 VALUE 032.
           02 FILLER            PIC 999 VALUE 016.
           02 FILLER            PIC 999 VALUE 008.
           02 FILLER            PIC 999 VALUE 004.
           02 FILLER            PIC 999 VALUE 002.
       01 US-TABLO REDEFINES US-TANIM.
           02 US                PIC 999 OCCURS 9.
       LINKAGE SECTION.
      * cagiran vergino.var daki VN-ISTEK i verir
       01 G-ISTEK.
           02 G-NO                      PIC X(15).
           02 G-SONUC                   PIC 9.
       PROCEDURE DIVISION USING G-ISTEK.
      * numara soldan yazilmis, arada bosluk olmayan 10 ya da 11
      * rakam olmalidir. 10 hane gib vergi kimlik no algoritmasi,
      * 11 hane nufus tc kimlik no algoritmasi ile denetlenir
       BASLA.
           MOVE 9 TO G-SONUC.
           IF G-NO = SPACES
              MOVE 0 TO G-SONUC
              GO BITIR.
           MOVE 1 TO I.
       UZUNLUK-SAY.
           IF I > 15 GO UZUNLUK-TAMAM.
           IF G-NO(I:1) = SPACE GO UZUNLUK-TAMAM.
           ADD 1 TO I.
           GO UZUNLUK-SAY.
       UZUNLUK-TAMAM.
           COMPUTE UZUNLUK = I - 1.
           IF UZUNLUK NOT = 10 AND UZUNLUK NOT = 11 GO BITIR.
           IF G-NO(I:) NOT = SPACES GO BITIR.
           IF G-NO(1:UZUNLUK) NOT NUMERIC GO BITIR.
           MOVE G-NO(1:UZUNLUK) TO RAKAMLAR.
           IF UZUNLUK = 10
              PERFORM VKN-KONTROL THRU VKN-KONTROL-SON
           ELSE
              PERFORM TCKN-KONTROL THRU TCKN-KONTROL-SON.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

      * ilk 9 hanenin her biri sira farkiyla 10 a gore kalana,
      * o da 2 uzeri carpanla 9 a gore kalana cevrilir; toplamin
      * 10 a tamamlayani son hanedir
       VKN-KONTROL.
           MOVE ZEROS TO TOPLAM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
              COMPUTE ARA = RAKAM(I) + 10 - I
              DIVIDE ARA BY 10 GIVING BOL REMAINDER KALAN
              MOVE KALAN TO ARA
              COMPUTE KALAN = ARA * US(I)
              DIVIDE KALAN BY 9 GIVING BOL REMAINDER KALAN
              IF ARA NOT = ZEROS AND KALAN = ZEROS
                 MOVE 9 TO KALAN
              END-IF
              ADD KALAN TO TOPLAM
           END-PERFORM.
           DIVIDE TOPLAM BY 10 GIVING BOL REMAINDER KALAN.
           COMPUTE KALAN = 10 - KALAN.
           IF KALAN = 10 MOVE ZEROS TO KALAN.
           IF KALAN = RAKAM(10) MOVE 1 TO G-SONUC.
       VKN-KONTROL-SON.

      * ilk hane 0 olamaz; tek sira toplaminin 7 katindan cift
      * sira toplami cikinca 10. hane, ilk 10 hanenin toplami
      * 11. hane verir
       TCKN-KONTROL.
           IF RAKAM(1) = ZEROS GO TCKN-KONTROL-SON.
           COMPUTE TEK = RAKAM(1) + RAKAM(3) + RAKAM(5) + RAKAM(7)
              + RAKAM(9).
           COMPUTE CIFT = RAKAM(2) + RAKAM(4) + RAKAM(6) + RAKAM(8).
           COMPUTE ARA = TEK * 7 + 100 - CIFT.
           DIVIDE ARA BY 10 GIVING BOL REMAINDER KALAN.
           IF KALAN NOT = RAKAM(10) GO TCKN-KONTROL-SON.
           COMPUTE TOPLAM = TEK + CIFT + RAKAM(10).
           DIVIDE TOPLAM BY 10 GIVING BOL REMAINDER KALAN.
           IF KALAN = RAKAM(11) MOVE 2 TO G-SONUC.
       TCKN-KONTROL-SON.
