       copy 'ceksenet.cpy'.
       copy 'sicil.cpy'.
       copy 'carbakiy.cpy'.
       copy 'stokay.cpy'.
            SELECT OZTOP ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OZ-KEY.
            SELECT AYTOP ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY.
            SELECT RAPOR ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       copy 'ceksenet.cpz'.
       copy 'sicil.cpz'.
       copy 'carbakiy.cpz'.
       copy 'stokay.cpz'.
       FD OZTOP DATA RECORD IS OZ-KAYIT.
       01 OZ-KAYIT.
           02 OZ-KEY.
               03 OZ-DOVIZ              PIC X(3).
           02 OZ-BORC                   PIC S9(15)V99.
           02 OZ-ALACAK                 PIC S9(15)V99.
       FD AYTOP DATA RECORD IS AT-KAYIT.
       01 AT-KAYIT.
           02 AT-KEY.
               03 AT-KATNO              PIC 9999.
               03 AT-STNO               PIC X(15).
               03 AT-DEPONO             PIC 9999.
               03 AT-YIL                PIC 9999.
               03 AT-AY                 PIC 99.
           02 AT-GIR                    PIC S9(12)V9999.
           02 AT-CIK                    PIC S9(12)V9999.
           02 AT-SATIS-ADET             PIC S9(12)V9999.
           02 AT-SATIS                  PIC S9(13)V99.
           02 AT-SON-TARIH              PIC 9(8).
           02 AT-SON-CIKIS              PIC 9(8).
       FD RAPOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
           02 T-TUTAR           PIC S9(13)V99.
           02 CEK-HESAP         PIC X(15).
           02 CEK-TOPLAM        PIC S9(13)V99.
           02 H-TARIH.
               03 H-YIL             PIC 9999.
               03 H-AY              PIC 99.
               03 H-GUN             PIC 99.
           02 I-ISK1            PIC S9(10)V9999.
           02 I-ISK2            PIC S9(10)V9999.
           02 I-ADET            PIC S9(12)V9999.
           02 I-NET             PIC S9(13)V99.
           02 O-AYKEY           PIC X(29).
       copy 'status.cpy'.
       copy 'win.cpy'.
       LINKAGE SECTION.
           PERFORM MAKBUZ-KONTROL THRU MAKBUZ-KONTROL-SON.
           PERFORM CEK-KONTROL THRU CEK-KONTROL-SON.
           PERFORM OZET-KONTROL THRU OZET-KONTROL-SON.
           PERFORM AYLIK-KONTROL THRU AYLIK-KONTROL-SON.
           IF HATA-SAYI = ZEROS
              MOVE 'TUM KONTROLLER TEMIZ' TO RAPOR-SATIR
              WRITE RAPOR-SATIR.
              INVALID KEY GO STOK-KONTROL-KAPAT.
       STOK-OKU.
           READ STOK NEXT AT END GO STOK-KONTROL-KAPAT.
           IF ST-HIZMET GO STOK-OKU.
           MOVE ZEROS TO T-BAKIYE.
           MOVE ST-KATNO TO STA-KATNO.
           MOVE ST-STNO TO STA-STNO.
           CLOSE CARBAKIY OZTOP.
           DELETE FILE OZTOP.
       OZET-KONTROL-SON.

      * STOKAY aylik stok ozeti STOKADET ve iptal edilmemis satis
      * faturalarindan yeniden toplanip dogrulanir; tutmayan satir
      * rapora yazilir ve yerinde duzeltilir. maliyet tutari
      * kayit anindaki birim maliyetle tutuldugundan kiyaslanmaz,
      * duzeltilen satis adedi kadar guncel maliyetle duzeltilir
       AYLIK-KONTROL.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT AYTOP CLOSE AYTOP.
           OPEN I-O AYTOP.
           OPEN INPUT STOKADET STOK HAREKET-SICIL HAREKET-DETAY.
           MOVE LOW-VALUES TO STA-KEY.
           START STOKADET KEY IS NOT LESS THAN STA-KEY
              INVALID KEY GO AYLIK-SATIS-TARAF.
       AYLIK-ADET-OKU.
           READ STOKADET NEXT AT END GO AYLIK-SATIS-TARAF.
           MOVE STA-KATNO TO AT-KATNO.
           MOVE STA-STNO TO AT-STNO.
           MOVE STA-DEPONO TO AT-DEPONO.
           MOVE STA-YIL TO AT-YIL.
           MOVE STA-AY TO AT-AY.
           IF STA-SIRA = ZEROS MOVE ZEROS TO AT-AY.
           PERFORM AYTOP-BUL THRU AYTOP-BUL-SON.
           ADD STA-GIR TO AT-GIR.
           ADD STA-CIK TO AT-CIK.
           IF STA-SIRA NOT = ZEROS
              MOVE STA-YIL TO H-YIL
              MOVE STA-AY TO H-AY
              MOVE STA-GUN TO H-GUN
              IF (STA-GIR > ZEROS OR STA-CIK > ZEROS)
                 AND H-TARIH > AT-SON-TARIH
                 MOVE H-TARIH TO AT-SON-TARIH
              END-IF
              IF STA-CIK > ZEROS AND H-TARIH > AT-SON-CIKIS
                 MOVE H-TARIH TO AT-SON-CIKIS
              END-IF
           END-IF.
           REWRITE AT-KAYIT.
           GO AYLIK-ADET-OKU.
       AYLIK-SATIS-TARAF.
           MOVE ZEROS TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
              INVALID KEY GO AYLIK-KIYAS.
       AYLIK-EVRAK-OKU.
           READ HAREKET-SICIL NEXT AT END GO AYLIK-KIYAS.
           IF HS-TIP NOT = 1 AND HS-TIP NOT = 3 GO AYLIK-EVRAK-OKU.
           IF HS-SONUC = 9 GO AYLIK-EVRAK-OKU.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO AYLIK-EVRAK-OKU.
       AYLIK-SATIR-OKU.
           READ HAREKET-DETAY NEXT AT END GO AYLIK-EVRAK-OKU.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO AYLIK-EVRAK-OKU.
           COMPUTE I-ISK1 = HD-FIYAT * HD-ISKONTO1 / 100.
           COMPUTE I-ISK2 = (HD-FIYAT - I-ISK1) * HD-ISKONTO2 / 100.
           COMPUTE I-NET ROUNDED =
              (HD-FIYAT - I-ISK1 - I-ISK2) * HD-ADET.
           MOVE HD-KATNO TO AT-KATNO.
           MOVE HD-STNO TO AT-STNO.
           MOVE HS-DEPONO TO AT-DEPONO.
           MOVE HS-FYIL TO AT-YIL.
           MOVE HS-FAY TO AT-AY.
           PERFORM AYTOP-BUL THRU AYTOP-BUL-SON.
           ADD HD-ADET TO AT-SATIS-ADET.
           ADD I-NET TO AT-SATIS.
           REWRITE AT-KAYIT.
           GO AYLIK-SATIR-OKU.
      * ozet dosyadaki her satir dogrulanir, fazlalik silinir
       AYLIK-KIYAS.
           CLOSE STOKADET HAREKET-SICIL HAREKET-DETAY.
           OPEN I-O STOKAY.
           IF ST-STOKAY = '35'
              CLOSE STOKAY
              OPEN OUTPUT STOKAY
              CLOSE STOKAY
              OPEN I-O STOKAY.
           MOVE LOW-VALUES TO STY-KEY.
           START STOKAY KEY IS NOT LESS THAN STY-KEY
              INVALID KEY GO AYLIK-EKSIK-TARAF.
       AYLIK-KIYAS-OKU.
           READ STOKAY NEXT AT END GO AYLIK-EKSIK-TARAF.
           MOVE STY-KEY TO AT-KEY.
           READ AYTOP
              INVALID KEY
                 MOVE SPACES TO RAPOR-SATIR
                 STRING 'AYLIK;' STY-KATNO '/' STY-STNO ';'
                    STY-DEPONO ';' STY-YIL '/' STY-AY
                    ';DETAYDA YOK - SILINDI'
                    DELIMITED BY SIZE INTO RAPOR-SATIR
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 DELETE STOKAY RECORD INVALID KEY CONTINUE
                 END-DELETE
                 GO AYLIK-KIYAS-OKU.
           IF STY-GIR NOT = AT-GIR OR STY-CIK NOT = AT-CIK
              OR STY-SATIS-ADET NOT = AT-SATIS-ADET
              OR STY-SATIS NOT = AT-SATIS
              MOVE SPACES TO RAPOR-SATIR
              STRING 'AYLIK;' STY-KATNO '/' STY-STNO ';'
                 STY-DEPONO ';' STY-YIL '/' STY-AY
                 ';TUTARSIZ - DUZELTILDI'
                 DELIMITED BY SIZE INTO RAPOR-SATIR
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              COMPUTE I-ADET = AT-SATIS-ADET - STY-SATIS-ADET
              PERFORM AYLIK-SATIR-AKTAR THRU AYLIK-SATIR-AKTAR-SON
              REWRITE STY-KAYIT
              GO AYLIK-KIYAS-OKU.
      * tutarlar dogruysa geri alislarda kalan eski tarih sessizce
      * detaydakine cekilir
           IF STY-SON-TARIH NOT = AT-SON-TARIH
              OR STY-SON-CIKIS NOT = AT-SON-CIKIS
              MOVE AT-SON-TARIH TO STY-SON-TARIH
              MOVE AT-SON-CIKIS TO STY-SON-CIKIS
              REWRITE STY-KAYIT.
           GO AYLIK-KIYAS-OKU.
      * detayda olup ozette olmayan satirlar eklenir
       AYLIK-EKSIK-TARAF.
           MOVE LOW-VALUES TO AT-KEY.
           START AYTOP KEY IS NOT LESS THAN AT-KEY
              INVALID KEY GO AYLIK-KONTROL-KAPAT.
       AYLIK-EKSIK-OKU.
           READ AYTOP NEXT AT END GO AYLIK-KONTROL-KAPAT.
           IF AT-GIR = ZEROS AND AT-CIK = ZEROS
              AND AT-SATIS-ADET = ZEROS AND AT-SATIS = ZEROS
              GO AYLIK-EKSIK-OKU.
           MOVE AT-KEY TO STY-KEY.
           READ STOKAY
              INVALID KEY
                 MOVE SPACES TO RAPOR-SATIR
                 STRING 'AYLIK;' AT-KATNO '/' AT-STNO ';'
                    AT-DEPONO ';' AT-YIL '/' AT-AY
                    ';EKSIKTI - EKLENDI'
                    DELIMITED BY SIZE INTO RAPOR-SATIR
                 PERFORM HATA-YAZ THRU HATA-YAZ-SON
                 MOVE AT-KEY TO STY-KEY
                 MOVE ZEROS TO STY-SATIS-ADET STY-MALIYET
                 MOVE AT-SATIS-ADET TO I-ADET
                 PERFORM AYLIK-SATIR-AKTAR THRU AYLIK-SATIR-AKTAR-SON
                 WRITE STY-KAYIT END-WRITE.
           GO AYLIK-EKSIK-OKU.
       AYLIK-KONTROL-KAPAT.
           CLOSE STOKAY STOK AYTOP.
           DELETE FILE AYTOP.
       AYLIK-KONTROL-SON.

       AYTOP-BUL.
           MOVE AT-KEY TO O-AYKEY.
           READ AYTOP
              INVALID KEY
                 MOVE O-AYKEY TO AT-KEY
                 MOVE ZEROS TO AT-GIR AT-CIK AT-SATIS-ADET AT-SATIS
                    AT-SON-TARIH AT-SON-CIKIS
                 WRITE AT-KAYIT END-WRITE.
       AYTOP-BUL-SON.

      * I-ADET: satis adedindeki duzeltme, maliyete guncel birim
      * maliyetle yansitilir
       AYLIK-SATIR-AKTAR.
           MOVE AT-GIR TO STY-GIR.
           MOVE AT-CIK TO STY-CIK.
           MOVE AT-SATIS-ADET TO STY-SATIS-ADET.
           MOVE AT-SATIS TO STY-SATIS.
           MOVE AT-SON-TARIH TO STY-SON-TARIH.
           MOVE AT-SON-CIKIS TO STY-SON-CIKIS.
           IF I-ADET = ZEROS GO AYLIK-SATIR-AKTAR-SON.
           MOVE STY-KATNO TO ST-KATNO.
           MOVE STY-STNO TO ST-STNO.
           READ STOK INVALID KEY GO AYLIK-SATIR-AKTAR-SON.
           COMPUTE STY-MALIYET ROUNDED = STY-MALIYET
              + I-ADET * ST-MALIYET.
       AYLIK-SATIR-AKTAR-SON.
