       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'SIFREOZ'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OZ-DEGIS.
           02 OZ-METIN.
               03 OZ-METIN-TUZ1     PIC X(8).
               03 OZ-METIN-SIFRE    PIC X(20).
               03 OZ-METIN-TUZ2     PIC X(8).
           02 OZ-H1                 PIC 9(10).
           02 OZ-H2                 PIC 9(10).
           02 OZ-ARA                PIC 9(15).
           02 OZ-BOLUM              PIC 9(15).
           02 OZ-TUR                PIC 9(4).
           02 OZ-I                  PIC 99.
       01 OZ-SIRA-ALAN.
           02 OZ-SIRA-SAYI          PIC 9(4) BINARY.
       01 OZ-SIRA-BAYT REDEFINES OZ-SIRA-ALAN.
           02 OZ-SIRA-UST           PIC X.
           02 OZ-SIRA-ALT           PIC X.
       LINKAGE SECTION.
       01 OZ-TUZ                    PIC X(8).
       01 OZ-SIFRE                  PIC X(20).
       01 OZ-SONUC                  PIC X(20).
      * sifre ozeti: tuz + sifre + tuz iki ayri asal modulde 500
      * tur karistirilir, iki 10 haneli deger yan yana 20 haneli
      * ozeti verir. ozetten sifre geri elde edilemez; ayni sifre
      * farkli tuzla farkli ozet verir
       PROCEDURE DIVISION USING OZ-TUZ OZ-SIFRE OZ-SONUC.
       START-PROGRAM.
           MOVE OZ-TUZ TO OZ-METIN-TUZ1 OZ-METIN-TUZ2.
           MOVE OZ-SIFRE TO OZ-METIN-SIFRE.
           MOVE 1234567891 TO OZ-H1.
           MOVE 1987654321 TO OZ-H2.
           MOVE LOW-VALUE TO OZ-SIRA-UST.
           PERFORM VARYING OZ-TUR FROM 1 BY 1 UNTIL OZ-TUR > 500
              PERFORM VARYING OZ-I FROM 1 BY 1 UNTIL OZ-I > 36
                 MOVE OZ-METIN(OZ-I:1) TO OZ-SIRA-ALT
                 COMPUTE OZ-ARA = OZ-H1 * 257 + OZ-SIRA-SAYI + OZ-TUR
                 DIVIDE OZ-ARA BY 9999999967 GIVING OZ-BOLUM
                    REMAINDER OZ-H1
                 COMPUTE OZ-ARA = OZ-H2 * 263 + OZ-SIRA-SAYI * OZ-I
                    + OZ-H1
                 DIVIDE OZ-ARA BY 9999999943 GIVING OZ-BOLUM
                    REMAINDER OZ-H2
              END-PERFORM
           END-PERFORM.
           MOVE OZ-H1 TO OZ-SONUC(1:10).
           MOVE OZ-H2 TO OZ-SONUC(11:10).
           EXIT PROGRAM.
           STOP RUN.
