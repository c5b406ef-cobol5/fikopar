       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'STAYGUN'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'stokay.cpy'.
       copy 'stok.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'stokay.cpz'.
       copy 'stok.cpz'.
       WORKING-STORAGE SECTION.
       01 HESAP-DEGIS.
           02 H-TARIH.
               03 H-YIL             PIC 9999.
               03 H-AY              PIC 99.
               03 H-GUN             PIC 99.
       copy 'status.cpy'.
       LINKAGE SECTION.
      * cagiran stayg.var daki AYG-ISTEK i verir
       01 G-ISTEK.
           02 G-KATNO                   PIC 9999.
           02 G-STNO                    PIC X(15).
           02 G-DEPONO                  PIC 9999.
           02 G-YIL                     PIC 9999.
           02 G-AY                      PIC 99.
           02 G-GUN                     PIC 99.
           02 G-GIR                     PIC S9(12)V9999.
           02 G-CIK                     PIC S9(12)V9999.
           02 G-SATIS-ADET              PIC S9(12)V9999.
           02 G-SATIS                   PIC S9(13)V99.
       PROCEDURE DIVISION USING G-ISTEK.
      * her STOKADET ve satis faturasi satiri yaziminda cagrilir:
      * kalem/depo/yil/ay kiriliminda giris, cikis, satis adedi,
      * satis ve maliyet tutari ile son hareket ve son cikis
      * tarihi tutulur - raporlar detayi taramak zorunda kalmaz.
      * satirin tum tutarlari sifirlanirsa satir silinir
       BASLA.
           OPEN I-O STOKAY.
           IF ST-STOKAY = '35'
              CLOSE STOKAY
              OPEN OUTPUT STOKAY
              CLOSE STOKAY
              OPEN I-O STOKAY.
           MOVE G-KATNO TO STY-KATNO.
           MOVE G-STNO TO STY-STNO.
           MOVE G-DEPONO TO STY-DEPONO.
           MOVE G-YIL TO STY-YIL.
           MOVE G-AY TO STY-AY.
           READ STOKAY
              INVALID KEY
                 MOVE G-KATNO TO STY-KATNO
                 MOVE G-STNO TO STY-STNO
                 MOVE G-DEPONO TO STY-DEPONO
                 MOVE G-YIL TO STY-YIL
                 MOVE G-AY TO STY-AY
                 MOVE ZEROS TO STY-GIR STY-CIK STY-SATIS-ADET
                    STY-SATIS STY-MALIYET STY-SON-TARIH STY-SON-CIKIS
                 WRITE STY-KAYIT END-WRITE.
           ADD G-GIR TO STY-GIR.
           ADD G-CIK TO STY-CIK.
           ADD G-SATIS-ADET TO STY-SATIS-ADET.
           ADD G-SATIS TO STY-SATIS.
           IF G-SATIS-ADET NOT = ZEROS
              PERFORM MALIYET-EKLE THRU MALIYET-EKLE-SON.
      * devir satirinin tarihi yoktur, geri alis tarihi ilerletmez
           MOVE G-YIL TO H-YIL.
           MOVE G-AY TO H-AY.
           MOVE G-GUN TO H-GUN.
           IF G-AY NOT = ZEROS
              IF (G-GIR > ZEROS OR G-CIK > ZEROS)
                 AND H-TARIH > STY-SON-TARIH
                 MOVE H-TARIH TO STY-SON-TARIH
              END-IF
              IF G-CIK > ZEROS AND H-TARIH > STY-SON-CIKIS
                 MOVE H-TARIH TO STY-SON-CIKIS
              END-IF
           END-IF.
           IF STY-GIR = ZEROS AND STY-CIK = ZEROS
              AND STY-SATIS-ADET = ZEROS AND STY-SATIS = ZEROS
              DELETE STOKAY RECORD INVALID KEY CONTINUE
              END-DELETE
           ELSE
              REWRITE STY-KAYIT INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           CLOSE STOKAY.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

      * satilan miktarin maliyeti kalemin guncel birim maliyetinden
       MALIYET-EKLE.
           OPEN INPUT STOK.
           MOVE G-KATNO TO ST-KATNO.
           MOVE G-STNO TO ST-STNO.
           READ STOK
              INVALID KEY CLOSE STOK GO MALIYET-EKLE-SON.
           COMPUTE STY-MALIYET ROUNDED = STY-MALIYET
              + G-SATIS-ADET * ST-MALIYET.
           CLOSE STOK.
       MALIYET-EKLE-SON.
