       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ITHALAT'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'ithalat.cpy'.
       copy 'hareket.cpy'.
       copy 'stok.cpy'.
       copy 'sicil.cpy'.
       copy 'oturum.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'ithalat.cpz'.
       copy 'hareket.cpz'.
       copy 'stok.cpz'.
       copy 'sicil.cpz'.
       copy 'oturum.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(300).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-NO              PIC 9(7).
           02 E-SIRA            PIC 9(3).
           02 E-TIP             PIC 99.
           02 E-EVRAKNO         PIC X(15).
           02 E-HESAPNO         PIC X(15).
           02 E-MASRAF-TUR      PIC 9.
           02 ONAY              PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-NO              PIC Z(6)9.
           02 Z-TUTAR           PIC Z(10)9,99.
           02 Z-SAYI            PIC Z(4)9.
           02 B-DURUM           PIC X(10).
           02 B-TUR             PIC X(14).
           02 B-DAGITIM         PIC X(8).
       01 ITHALAT-DEGIS.
           02 EV-BULUNDU        PIC 9.
           02 EV-TUTAR          PIC S9(13)V99.
           02 EV-NET            PIC S9(13)V9999.
           02 EV-KUR            PIC 9(6)V9999.
           02 T-MAL             PIC S9(13)V99.
           02 T-MASRAF          PIC S9(13)V99.
           02 T-BEKLEYEN        PIC 9(3).
           02 T-MALSATIR        PIC 9(3).
           02 T-ESAS            PIC S9(13)V9999.
           02 K-ESAS            PIC S9(13)V9999.
           02 L-ESAS            PIC S9(13)V9999.
           02 L-PAY             PIC S9(13)V99.
           02 K-DAGITILAN       PIC S9(13)V99.
           02 K-HEDEF           PIC S9(13)V99.
           02 ESKI-MALIYET      PIC 9(10)V9999.
           02 ISLENMEYEN        PIC 9(5).
           02 GECIS             PIC 9.
           02 X-ADET            PIC Z(8)9,999.
           02 X-ESAS            PIC Z(12)9,9999.
           02 X-PAY             PIC -(12)9,99.
           02 X-MALIYET         PIC Z(9)9,9999.
           02 X-MALIYET2        PIC Z(9)9,9999.
       01 YEDEK-SATIR           PIC X(200).
       01 BILGI.
           02 BL-SIRA           PIC ZZ9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-TUR            PIC X(14).
           02 FILLER            PIC X VALUE ' '.
           02 BL-TIP            PIC Z9.
           02 FILLER            PIC X VALUE ' '.
           02 BL-EVRAKNO        PIC X(15).
           02 FILLER            PIC X VALUE ' '.
           02 BL-TUTAR          PIC Z(10)9,99.
           02 FILLER            PIC X VALUE ' '.
           02 BL-DURUM          PIC X(10).
           02 FILLER            PIC X VALUE ' '.
           02 BL-ACIKLAMA       PIC X(12).
       copy 'oturum.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
       BEGIN-PROGRAM.
      * ithalat dosyasi tedarikcinin mal alis faturalarini navlun,
      * gumruk vergisi, sigorta ve musavir gibi masraf evraklariyla
      * bir arada tutar. beklenen masraflarin hepsi gelince masraf
      * toplami deger, agirlik ya da miktara gore satirlara
      * dagitilip stoklarin ortalama maliyetine eklenir
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' ITHALAT DOSYALARI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'YENI' REVERSE
              ' F2 ' 'DOSYA SEC' REVERSE
              ' F3 ' 'MAL EVRAKI' REVERSE
              ' F4 ' 'MASRAF' REVERSE
              ' F5 ' 'MASRAF GELDI' REVERSE
              ' F6 ' 'SATIR SIL' REVERSE
              ' F7 ' 'MALIYETE ISLE' REVERSE
              ' F8 ' 'ACIK DOSYALAR' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE ZEROS TO E-NO.
           PERFORM OTURUM-OKU.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM YENI-DOSYA THRU YENI-DOSYA-SON GO TUS.
           IF F = 2 PERFORM DOSYA-SEC THRU DOSYA-SEC-SON GO TUS.
           IF F = 3 PERFORM MAL-EKLE THRU MAL-EKLE-SON GO TUS.
           IF F = 4 PERFORM MASRAF-EKLE THRU MASRAF-EKLE-SON GO TUS.
           IF F = 5 PERFORM MASRAF-GELDI THRU MASRAF-GELDI-SON
              GO TUS.
           IF F = 6 PERFORM SATIR-SIL THRU SATIR-SIL-SON GO TUS.
           IF F = 7 PERFORM MALIYETE-ISLE THRU MALIYETE-ISLE-SON
              GO TUS.
           IF F = 8 PERFORM ACIK-LISTE THRU ACIK-LISTE-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

       GIRIS-TEMIZLE.
           PERFORM VARYING SATIR FROM 29 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       GIRIS-TEMIZLE-SON.

      * dosya tedarikciyle acilir; dagitim esasi acilista
      * secilir, maliyete islenene kadar degistirilebilir
       YENI-DOSYA.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO YENI-DOSYA-SON.
           OPEN INPUT SICIL.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           CLOSE SICIL.
           INITIALIZE ID-KAYIT.
           DISPLAY 'TEDARIKCI   :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-HESAPNO LINE 5 POSITION 16
              SC-HESAPADI(1:40) LINE 5 POSITION 33.
           DISPLAY 'ACIKLAMA    :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DAGITIM     :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'D=DEGER  A=AGIRLIK  M=MIKTAR' LINE 9 POSITION 20.
           ACCEPT ID-ACIKLAMA LINE 7 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 'D' TO ID-DAGITIM.
           ACCEPT ID-DAGITIM LINE 9 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-DOSYA-SON.
           IF NOT ID-DAGITIM-DEGER AND NOT ID-DAGITIM-AGIRLIK
              AND NOT ID-DAGITIM-MIKTAR
              DISPLAY 'DAGITIM D, A YA DA M OLMALI !!!'
                 LINE 11 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO YENI-DOSYA-SON.
           OPEN I-O ITHDOS.
           IF ST-ITHDOS = '35'
              CLOSE ITHDOS
              OPEN OUTPUT ITHDOS
              CLOSE ITHDOS
              OPEN I-O ITHDOS.
           MOVE ID-KAYIT TO YEDEK-SATIR.
           PERFORM NO-URET THRU NO-URET-SON.
           MOVE ID-NO TO E-NO.
           MOVE YEDEK-SATIR TO ID-KAYIT.
           MOVE E-NO TO ID-NO.
           MOVE E-HESAPNO TO ID-HESAPNO.
           MOVE BUGUN TO ID-TARIH.
           MOVE 1 TO ID-DURUM.
           MOVE ZEROS TO ID-KAPANIS-TARIH ID-MAL-TUTAR
              ID-MASRAF-TUTAR.
           MOVE OT-KULLANICI-ADI TO ID-KULLANICI.
           PERFORM WRITE-ITHDOS.
           CLOSE ITHDOS.
           MOVE E-NO TO Z-NO.
           DISPLAY 'DOSYA NO    :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 11 POSITION 16
              ' - F3 MAL / F4 MASRAF EKLEYIN' LINE 11 POSITION 24.
       YENI-DOSYA-SON.

       NO-URET.
           MOVE 9999999 TO ID-NO.
           START ITHDOS KEY IS NOT GREATER THAN ID-NO
              INVALID KEY MOVE ZEROS TO ID-NO
              NOT INVALID KEY
                 READ ITHDOS PREVIOUS
                    AT END MOVE ZEROS TO ID-NO
                 END-READ
           END-START.
           ADD 1 TO ID-NO.
       NO-URET-SON.

      * sira bir sonraki bos numaradan verilir
       SIRA-URET.
           MOVE IDD-KAYIT TO YEDEK-SATIR.
           MOVE E-NO TO IDD-NO.
           MOVE 999 TO IDD-SIRA.
           START ITHDET KEY IS NOT GREATER THAN IDD-KEY
              INVALID KEY MOVE ZEROS TO E-SIRA
              NOT INVALID KEY
                 READ ITHDET PREVIOUS
                    AT END MOVE ZEROS TO E-SIRA
                    NOT AT END
                       IF IDD-NO NOT = E-NO
                          MOVE ZEROS TO E-SIRA
                       ELSE
                          MOVE IDD-SIRA TO E-SIRA
                       END-IF
                 END-READ
           END-START.
           MOVE YEDEK-SATIR TO IDD-KAYIT.
           ADD 1 TO E-SIRA.
           MOVE E-NO TO IDD-NO.
           MOVE E-SIRA TO IDD-SIRA.
       SIRA-URET-SON.

       DOSYA-SEC.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'DOSYA NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-NO LINE 4 POSITION 13 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 MOVE ZEROS TO E-NO GO DOSYA-SEC-SON.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
       DOSYA-SEC-SON.

      * secilen dosya ekranda kalir; satir toplamlari her
      * gosterimde yeniden hesaplanip basliga yazilir
       DOSYA-GOSTER.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           OPEN INPUT ITHDET SICIL.
           OPEN I-O ITHDOS.
           MOVE E-NO TO ID-NO.
           READ ITHDOS
              INVALID KEY
                 DISPLAY 'DOSYA BULUNAMADI !!!' LINE 5 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 MOVE ZEROS TO E-NO
                 GO DOSYA-GOSTER-KAPAT.
           MOVE ID-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           PERFORM DURUM-ADI THRU DURUM-ADI-SON.
           MOVE ID-NO TO Z-NO.
           DISPLAY 'DOSYA :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 4 POSITION 10
              ID-ACIKLAMA(1:30) LINE 4 POSITION 19
              B-DURUM LINE 4 POSITION 50
              ID-GUN LINE 4 POSITION 65
              '/' LINE 4 POSITION 67
              ID-AY LINE 4 POSITION 68
              '/' LINE 4 POSITION 70
              ID-YIL LINE 4 POSITION 71.
           DISPLAY 'TEDARIKCI :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI(1:40) LINE 5 POSITION 14
              'DAGITIM:' LINE 5 POSITION 56
              B-DAGITIM LINE 5 POSITION 65.
           DISPLAY 'SRA TUR            TP EVRAK NO'
              LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TUTAR DURUM      ACIKLAMA' LINE 8 POSITION 45.
           MOVE 9 TO SATIR.
           MOVE ZEROS TO T-MAL T-MASRAF T-BEKLEYEN T-MALSATIR.
           MOVE E-NO TO IDD-NO.
           MOVE ZEROS TO IDD-SIRA.
           START ITHDET KEY IS NOT LESS THAN IDD-KEY
              INVALID KEY GO DOSYA-GOSTER-TOPLAM.
       DOSYA-GOSTER-OKU.
           READ ITHDET NEXT AT END GO DOSYA-GOSTER-TOPLAM.
           IF IDD-NO NOT = E-NO GO DOSYA-GOSTER-TOPLAM.
           IF IDD-MAL
              ADD IDD-TUTAR TO T-MAL
              ADD 1 TO T-MALSATIR
           ELSE
              IF IDD-GELDI
                 ADD IDD-TUTAR TO T-MASRAF
              ELSE
                 ADD 1 TO T-BEKLEYEN
              END-IF
           END-IF.
           IF SATIR > 27 GO DOSYA-GOSTER-OKU.
           PERFORM TUR-ADI THRU TUR-ADI-SON.
           MOVE IDD-SIRA TO BL-SIRA.
           MOVE B-TUR TO BL-TUR.
           MOVE IDD-EVRAK-TIP TO BL-TIP.
           MOVE IDD-EVRAKNO TO BL-EVRAKNO.
           MOVE IDD-TUTAR TO BL-TUTAR.
           IF IDD-BEKLENIYOR
              MOVE 'BEKLENIYOR' TO BL-DURUM
           ELSE
              MOVE 'GELDI     ' TO BL-DURUM
           END-IF.
           MOVE IDD-ACIKLAMA TO BL-ACIKLAMA.
           DISPLAY BILGI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO DOSYA-GOSTER-OKU.
       DOSYA-GOSTER-TOPLAM.
           IF ID-ACIK
              MOVE T-MAL TO ID-MAL-TUTAR
              MOVE T-MASRAF TO ID-MASRAF-TUTAR
              PERFORM REWRITE-ITHDOS
           END-IF.
           MOVE ID-MAL-TUTAR TO Z-TUTAR.
           DISPLAY 'MAL TOPLAMI    :' LINE 28 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR LINE 28 POSITION 19.
           MOVE ID-MASRAF-TUTAR TO Z-TUTAR.
           MOVE T-BEKLEYEN TO Z-SAYI.
           DISPLAY 'MASRAF TOPLAMI :' LINE 28 POSITION 36
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR LINE 28 POSITION 53
              'BEK:' LINE 28 POSITION 69
              Z-SAYI LINE 28 POSITION 73.
       DOSYA-GOSTER-KAPAT.
           CLOSE ITHDOS ITHDET SICIL.
       DOSYA-GOSTER-SON.

       DURUM-ADI.
           IF ID-ACIK
              MOVE 'ACIK      ' TO B-DURUM
           ELSE
              MOVE 'MALIYETTE ' TO B-DURUM
           END-IF.
           EVALUATE TRUE
            WHEN ID-DAGITIM-DEGER   MOVE 'DEGER   ' TO B-DAGITIM
            WHEN ID-DAGITIM-AGIRLIK MOVE 'AGIRLIK ' TO B-DAGITIM
            WHEN ID-DAGITIM-MIKTAR  MOVE 'MIKTAR  ' TO B-DAGITIM
            WHEN OTHER              MOVE '?       ' TO B-DAGITIM
           END-EVALUATE.
       DURUM-ADI-SON.

       TUR-ADI.
           IF IDD-MAL
              MOVE 'MAL           ' TO B-TUR
              GO TUR-ADI-SON.
           EVALUATE TRUE
            WHEN IDD-NAVLUN       MOVE 'NAVLUN        ' TO B-TUR
            WHEN IDD-GUMRUK-VERGI MOVE 'GUMRUK VERGISI' TO B-TUR
            WHEN IDD-SIGORTA      MOVE 'SIGORTA       ' TO B-TUR
            WHEN IDD-MUSAVIR      MOVE 'GUMRUK MUSAV. ' TO B-TUR
            WHEN OTHER            MOVE 'DIGER MASRAF  ' TO B-TUR
           END-EVALUATE.
       TUR-ADI-SON.

      * secili dosyanin durumu okunur; maliyete islenmis dosya
      * degistirilemez
       DOSYA-DURUM-OKU.
           MOVE ZEROS TO ID-DURUM.
           PERFORM GIRIS-TEMIZLE THRU GIRIS-TEMIZLE-SON.
           IF E-NO = ZEROS
              DISPLAY 'ONCE DOSYA SECIN (F1/F2) !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO DOSYA-DURUM-OKU-SON.
           OPEN INPUT ITHDOS.
           MOVE E-NO TO ID-NO.
           READ ITHDOS INVALID KEY MOVE ZEROS TO ID-DURUM.
           CLOSE ITHDOS.
           IF ID-KAPALI
              DISPLAY 'DOSYA MALIYETE ISLENMIS - DEGISMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              MOVE ZEROS TO ID-DURUM.
       DOSYA-DURUM-OKU-SON.

      * evrakin kdv haric net tutari; dovizli evrak kuruyla
      * tl ye cevrilir
       EVRAK-TUTAR.
           MOVE ZEROS TO EV-BULUNDU EV-TUTAR EV-NET.
           MOVE E-TIP TO HS-TIP.
           MOVE E-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY GO EVRAK-TUTAR-SON.
           IF HS-SONUC = 9 GO EVRAK-TUTAR-SON.
           MOVE 1 TO EV-BULUNDU.
           MOVE 1 TO EV-KUR.
           IF HS-DOVIZ NOT = SPACES AND HS-DOVIZ NOT = 'TL '
              AND HS-KUR > ZEROS
              MOVE HS-KUR TO EV-KUR.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO EVRAK-TUTAR-SON.
       EVRAK-TUTAR-OKU.
           READ HAREKET-DETAY NEXT AT END GO EVRAK-TUTAR-BITIR.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO EVRAK-TUTAR-BITIR.
           COMPUTE EV-NET = EV-NET + HD-ADET * HD-FIYAT
              * (1 - HD-ISKONTO1 / 100) * (1 - HD-ISKONTO2 / 100).
           GO EVRAK-TUTAR-OKU.
       EVRAK-TUTAR-BITIR.
           COMPUTE EV-TUTAR ROUNDED = EV-NET * EV-KUR.
       EVRAK-TUTAR-SON.

      * tedarikcinin alis faturasi (4/6) dosyaya mal evraki olarak
      * baglanir; bir mal evraki tek dosyada yer alabilir
       MAL-EKLE.
           PERFORM DOSYA-DURUM-OKU THRU DOSYA-DURUM-OKU-SON.
           IF ID-DURUM = ZEROS GO MAL-EKLE-SON.
           DISPLAY 'ALIS FATURASI TIPI (4/6):' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'EVRAK NO:' LINE 30 POSITION 32.
           MOVE 6 TO E-TIP.
           MOVE SPACES TO E-EVRAKNO.
           ACCEPT E-TIP LINE 30 POSITION 28 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-EVRAKNO LINE 30 POSITION 42 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-EVRAKNO = SPACES GO MAL-EKLE-SON.
           IF E-TIP NOT = 4 AND E-TIP NOT = 6
              DISPLAY 'ALIS FATURASI OLMALI (4/6) !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO MAL-EKLE-SON.
           OPEN I-O ITHDET.
           IF ST-ITHDET = '35'
              CLOSE ITHDET
              OPEN OUTPUT ITHDET
              CLOSE ITHDET
              OPEN I-O ITHDET.
           MOVE E-TIP TO IDD-EVRAK-TIP.
           MOVE E-EVRAKNO TO IDD-EVRAKNO.
           START ITHDET KEY IS EQUAL TO IDD-EVRAK
              INVALID KEY GO MAL-EKLE-EVRAK.
       MAL-EKLE-TARA.
           READ ITHDET NEXT AT END GO MAL-EKLE-EVRAK.
           IF IDD-EVRAK-TIP NOT = E-TIP OR IDD-EVRAKNO NOT = E-EVRAKNO
              GO MAL-EKLE-EVRAK.
           IF NOT IDD-MAL GO MAL-EKLE-TARA.
           MOVE IDD-NO TO Z-NO.
           DISPLAY 'EVRAK ZATEN DOSYADA :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              Z-NO LINE 32 POSITION 24.
           CLOSE ITHDET.
           GO MAL-EKLE-SON.
       MAL-EKLE-EVRAK.
           OPEN INPUT HAREKET-SICIL HAREKET-DETAY.
           PERFORM EVRAK-TUTAR THRU EVRAK-TUTAR-SON.
           CLOSE HAREKET-SICIL HAREKET-DETAY.
           IF EV-BULUNDU = ZEROS
              DISPLAY 'EVRAK BULUNAMADI YA DA IPTAL !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE ITHDET
              GO MAL-EKLE-SON.
           IF HS-HESAPNO NOT = ID-HESAPNO
              DISPLAY 'UYARI: EVRAK BASKA TEDARIKCININ'
                 LINE 31 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           INITIALIZE IDD-KAYIT.
           PERFORM SIRA-URET THRU SIRA-URET-SON.
           MOVE 1 TO IDD-TUR.
           MOVE ZEROS TO IDD-MASRAF-TUR.
           MOVE E-TIP TO IDD-EVRAK-TIP.
           MOVE E-EVRAKNO TO IDD-EVRAKNO.
           MOVE HS-HESAPADI TO IDD-ACIKLAMA.
           MOVE 2 TO IDD-DURUM.
           MOVE EV-TUTAR TO IDD-TUTAR.
           MOVE HS-FYIL TO IDD-YIL.
           MOVE HS-FAY TO IDD-AY.
           MOVE HS-FGUN TO IDD-GUN.
           PERFORM WRITE-ITHDET.
           CLOSE ITHDET.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
       MAL-EKLE-SON.

      * masraf satiri evrak numarasi girilmezse beklenen masraf
      * olarak acilir, tutari tahmindir; evrak girilirse gelmis
      * sayilir. alis faturasi (4/6) ise tutar evraktan gelir,
      * kasa ya da cari fisi icin tip bos birakilip tutar yazilir
       MASRAF-EKLE.
           PERFORM DOSYA-DURUM-OKU THRU DOSYA-DURUM-OKU-SON.
           IF ID-DURUM = ZEROS GO MASRAF-EKLE-SON.
           DISPLAY '1=NAVLUN 2=GUMRUK VERGISI 3=SIGORTA 4=MUSAVIR'
              LINE 29 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ' 5=DIGER :' LINE 29 POSITION 48.
           MOVE 1 TO E-MASRAF-TUR.
           ACCEPT E-MASRAF-TUR LINE 29 POSITION 59 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO MASRAF-EKLE-SON.
           IF E-MASRAF-TUR < 1 OR E-MASRAF-TUR > 5
              DISPLAY 'MASRAF TURU 1-5 OLMALI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO MASRAF-EKLE-SON.
           OPEN I-O ITHDET.
           IF ST-ITHDET = '35'
              CLOSE ITHDET
              OPEN OUTPUT ITHDET
              CLOSE ITHDET
              OPEN I-O ITHDET.
           INITIALIZE IDD-KAYIT.
           MOVE 2 TO IDD-TUR.
           MOVE E-MASRAF-TUR TO IDD-MASRAF-TUR.
           PERFORM MASRAF-BILGI-AL THRU MASRAF-BILGI-AL-SON.
           IF F = 27 CLOSE ITHDET GO MASRAF-EKLE-SON.
           PERFORM SIRA-URET THRU SIRA-URET-SON.
           PERFORM WRITE-ITHDET.
           CLOSE ITHDET.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
       MASRAF-EKLE-SON.

      * beklenen masraf satirinin evraki gelince ayni satir
      * gercek evrak ve tutarla guncellenir
       MASRAF-GELDI.
           PERFORM DOSYA-DURUM-OKU THRU DOSYA-DURUM-OKU-SON.
           IF ID-DURUM = ZEROS GO MASRAF-GELDI-SON.
           DISPLAY 'GELEN MASRAF SIRASI :' LINE 29 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-SIRA.
           ACCEPT E-SIRA LINE 29 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-SIRA = ZEROS GO MASRAF-GELDI-SON.
           OPEN I-O ITHDET.
           MOVE E-NO TO IDD-NO.
           MOVE E-SIRA TO IDD-SIRA.
           READ ITHDET
              INVALID KEY
                 DISPLAY 'SATIR BULUNAMADI !!!' LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE ITHDET
                 GO MASRAF-GELDI-SON.
           IF NOT IDD-MASRAF OR NOT IDD-BEKLENIYOR
              DISPLAY 'SATIR BEKLENEN MASRAF DEGIL !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE ITHDET
              GO MASRAF-GELDI-SON.
           PERFORM MASRAF-BILGI-AL THRU MASRAF-BILGI-AL-SON.
           IF F = 27 CLOSE ITHDET GO MASRAF-GELDI-SON.
           IF IDD-BEKLENIYOR
              DISPLAY 'EVRAK NO GIRILMEDI - HALA BEKLENIYOR'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           PERFORM REWRITE-ITHDET.
           CLOSE ITHDET.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
       MASRAF-GELDI-SON.

       MASRAF-BILGI-AL.
           DISPLAY 'EVRAK TIPI:' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'NO:' LINE 30 POSITION 18
              'ACIKLAMA:' LINE 30 POSITION 38.
           DISPLAY 'TUTAR (KDV HARIC TL) :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE IDD-EVRAK-TIP TO E-TIP.
           MOVE IDD-EVRAKNO TO E-EVRAKNO.
           ACCEPT E-TIP LINE 30 POSITION 14 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-EVRAKNO LINE 30 POSITION 22 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT IDD-ACIKLAMA LINE 30 POSITION 48 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO MASRAF-BILGI-AL-SON.
           MOVE IDD-TUTAR TO Z-TUTAR.
           IF E-EVRAKNO NOT = SPACES
              AND (E-TIP = 4 OR E-TIP = 6)
              OPEN INPUT HAREKET-SICIL HAREKET-DETAY
              PERFORM EVRAK-TUTAR THRU EVRAK-TUTAR-SON
              CLOSE HAREKET-SICIL HAREKET-DETAY
              IF EV-BULUNDU = 1
                 MOVE EV-TUTAR TO Z-TUTAR
              END-IF
           END-IF.
           ACCEPT Z-TUTAR LINE 31 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO MASRAF-BILGI-AL-SON.
           MOVE E-TIP TO IDD-EVRAK-TIP.
           MOVE E-EVRAKNO TO IDD-EVRAKNO.
           MOVE Z-TUTAR TO IDD-TUTAR.
           IF E-EVRAKNO = SPACES
              MOVE 1 TO IDD-DURUM
              MOVE ZEROS TO IDD-TARIH
           ELSE
              MOVE 2 TO IDD-DURUM
              MOVE BUGUN TO IDD-TARIH
           END-IF.
       MASRAF-BILGI-AL-SON.

       SATIR-SIL.
           PERFORM DOSYA-DURUM-OKU THRU DOSYA-DURUM-OKU-SON.
           IF ID-DURUM = ZEROS GO SATIR-SIL-SON.
           DISPLAY 'SILINECEK SIRA :' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-SIRA.
           ACCEPT E-SIRA LINE 30 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-SIRA = ZEROS GO SATIR-SIL-SON.
           OPEN I-O ITHDET.
           MOVE E-NO TO IDD-NO.
           MOVE E-SIRA TO IDD-SIRA.
           READ ITHDET
              NOT INVALID KEY PERFORM DELETE-ITHDET
           END-READ.
           CLOSE ITHDET.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
       SATIR-SIL-SON.

      * tum beklenen masraflar gelmeden dosya maliyete islenmez.
      * ilk geciste dagitim esaslari toplanir, ikincide masraf
      * kumulatif oranla paylastirilir ki yuvarlama farki son
      * satirda kapansin. pay eldeki miktara bolunup ortalama
      * maliyete eklenir; elde stok kalmamissa satir islenmez
      * ve listede isaretlenir
       MALIYETE-ISLE.
           PERFORM DOSYA-DURUM-OKU THRU DOSYA-DURUM-OKU-SON.
           IF ID-DURUM = ZEROS GO MALIYETE-ISLE-SON.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
           IF T-BEKLEYEN NOT = ZEROS
              MOVE T-BEKLEYEN TO Z-SAYI
              DISPLAY 'BEKLENEN MASRAF VAR, DOSYA ACIK KALIR :'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 Z-SAYI LINE 32 POSITION 42
              GO MALIYETE-ISLE-SON.
           IF T-MALSATIR = ZEROS OR T-MASRAF NOT > ZEROS
              DISPLAY 'DOSYADA MAL YA DA MASRAF YOK !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO MALIYETE-ISLE-SON.
           DISPLAY 'MASRAF MALIYETE ISLENSIN MI (E/H)?'
              LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO ONAY.
           ACCEPT ONAY LINE 30 POSITION 38 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF ONAY NOT = 'E' AND ONAY NOT = 'e'
              GO MALIYETE-ISLE-SON.
           OPEN INPUT ITHDET HAREKET-SICIL HAREKET-DETAY.
           OPEN I-O STOK.
           MOVE 1 TO GECIS.
           MOVE ZEROS TO T-ESAS.
           PERFORM DAGIT THRU DAGIT-SON.
           IF T-ESAS NOT > ZEROS
              CLOSE ITHDET HAREKET-SICIL HAREKET-DETAY STOK
              DISPLAY 'DAGITIM ESASI SIFIR (AGIRLIK TANIMSIZ?) !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO MALIYETE-ISLE-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'ITHAL' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'TIP;EVRAK NO;KATALOG;STOK NO;MIKTAR;ESAS;'
              'MASRAF PAYI;ESKI MALIYET;YENI MALIYET;DURUM'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE 2 TO GECIS.
           MOVE ZEROS TO K-ESAS K-DAGITILAN ISLENMEYEN.
           PERFORM DAGIT THRU DAGIT-SON.
           CLOSE ITHDET HAREKET-SICIL HAREKET-DETAY STOK CSVOUT.
           OPEN I-O ITHDOS.
           MOVE E-NO TO ID-NO.
           READ ITHDOS
              NOT INVALID KEY
                 MOVE 2 TO ID-DURUM
                 MOVE BUGUN TO ID-KAPANIS-TARIH
                 MOVE T-MASRAF TO ID-MASRAF-TUTAR
                 PERFORM REWRITE-ITHDOS
           END-READ.
           CLOSE ITHDOS.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
           MOVE ISLENMEYEN TO Z-SAYI.
           DISPLAY 'MALIYETE ISLENDI - CSV OLUSTURULDU. STOKSUZ SATIR:'
              LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 32 POSITION 53.
       MALIYETE-ISLE-SON.

      * dosyanin mal evraklari ve satirlari gezilir; GECIS 1 esas
      * toplar, GECIS 2 payi hesaplayip maliyete isler
       DAGIT.
           MOVE E-NO TO IDD-NO.
           MOVE ZEROS TO IDD-SIRA.
           START ITHDET KEY IS NOT LESS THAN IDD-KEY
              INVALID KEY GO DAGIT-SON.
       DAGIT-EVRAK-OKU.
           READ ITHDET NEXT AT END GO DAGIT-SON.
           IF IDD-NO NOT = E-NO GO DAGIT-SON.
           IF NOT IDD-MAL GO DAGIT-EVRAK-OKU.
           MOVE IDD-EVRAK-TIP TO HS-TIP.
           MOVE IDD-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY GO DAGIT-EVRAK-OKU.
           MOVE 1 TO EV-KUR.
           IF HS-DOVIZ NOT = SPACES AND HS-DOVIZ NOT = 'TL '
              AND HS-KUR > ZEROS
              MOVE HS-KUR TO EV-KUR.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO DAGIT-EVRAK-OKU.
       DAGIT-SATIR-OKU.
           READ HAREKET-DETAY NEXT AT END GO DAGIT-EVRAK-OKU.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO DAGIT-EVRAK-OKU.
           MOVE HD-KATNO TO ST-KATNO.
           MOVE HD-STNO TO ST-STNO.
           READ STOK INVALID KEY GO DAGIT-SATIR-OKU.
           IF ST-HIZMET GO DAGIT-SATIR-OKU.
           EVALUATE TRUE
            WHEN ID-DAGITIM-AGIRLIK
              COMPUTE L-ESAS = HD-ADET * ST-AGIRLIK
            WHEN ID-DAGITIM-MIKTAR
              MOVE HD-ADET TO L-ESAS
            WHEN OTHER
              COMPUTE L-ESAS ROUNDED = HD-ADET * HD-FIYAT
                 * (1 - HD-ISKONTO1 / 100) * (1 - HD-ISKONTO2 / 100)
                 * EV-KUR
           END-EVALUATE.
           IF GECIS = 1
              ADD L-ESAS TO T-ESAS
              GO DAGIT-SATIR-OKU.
           ADD L-ESAS TO K-ESAS.
           COMPUTE K-HEDEF ROUNDED = T-MASRAF * K-ESAS / T-ESAS.
           COMPUTE L-PAY = K-HEDEF - K-DAGITILAN.
           MOVE K-HEDEF TO K-DAGITILAN.
           MOVE ST-MALIYET TO ESKI-MALIYET.
           MOVE SPACES TO B-DURUM.
           IF L-PAY NOT = ZEROS
              IF ST-BAKIYE > ZEROS
                 COMPUTE ST-MALIYET ROUNDED =
                    ST-MALIYET + L-PAY / ST-BAKIYE
                 PERFORM REWRITE-STOK
                 MOVE 'ISLENDI' TO B-DURUM
              ELSE
                 ADD 1 TO ISLENMEYEN
                 MOVE 'STOKTA YOK' TO B-DURUM
              END-IF
           END-IF.
           MOVE HD-TIP TO BL-TIP.
           MOVE HD-ADET TO X-ADET.
           MOVE L-ESAS TO X-ESAS.
           MOVE L-PAY TO X-PAY.
           MOVE ESKI-MALIYET TO X-MALIYET.
           MOVE ST-MALIYET TO X-MALIYET2.
           MOVE SPACES TO CSV-SATIR.
           STRING BL-TIP ';' HD-EVRAKNO ';' HD-KATNO ';' HD-STNO ';'
              X-ADET ';' X-ESAS ';' X-PAY ';' X-MALIYET ';'
              X-MALIYET2 ';' B-DURUM
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO DAGIT-SATIR-OKU.
       DAGIT-SON.

      * maliyete islenmemis dosyalar ve bekleyen masraf sayilari
       ACIK-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'DOSYA   TEDARIKCI       ACIKLAMA'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'MAL TOPLAMI  BEKLEYEN' LINE 4 POSITION 56.
           MOVE 5 TO SATIR.
           OPEN INPUT ITHDOS ITHDET.
           MOVE ZEROS TO ID-NO.
           START ITHDOS KEY IS NOT LESS THAN ID-NO
              INVALID KEY GO ACIK-LISTE-KAPAT.
       ACIK-LISTE-OKU.
           READ ITHDOS NEXT AT END GO ACIK-LISTE-KAPAT.
           IF NOT ID-ACIK GO ACIK-LISTE-OKU.
           MOVE ZEROS TO T-BEKLEYEN.
           MOVE ID-NO TO IDD-NO.
           MOVE ZEROS TO IDD-SIRA.
           START ITHDET KEY IS NOT LESS THAN IDD-KEY
              INVALID KEY GO ACIK-LISTE-YAZ.
       ACIK-LISTE-SATIR.
           READ ITHDET NEXT AT END GO ACIK-LISTE-YAZ.
           IF IDD-NO NOT = ID-NO GO ACIK-LISTE-YAZ.
           IF IDD-MASRAF AND IDD-BEKLENIYOR ADD 1 TO T-BEKLEYEN.
           GO ACIK-LISTE-SATIR.
       ACIK-LISTE-YAZ.
           MOVE ID-NO TO Z-NO.
           MOVE ID-MAL-TUTAR TO Z-TUTAR.
           MOVE T-BEKLEYEN TO Z-SAYI.
           DISPLAY Z-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ID-HESAPNO LINE SATIR POSITION 10
              ID-ACIKLAMA(1:25) LINE SATIR POSITION 26
              Z-TUTAR LINE SATIR POSITION 52
              Z-SAYI LINE SATIR POSITION 68.
           ADD 1 TO SATIR.
           IF SATIR > 31 GO ACIK-LISTE-KAPAT.
           GO ACIK-LISTE-OKU.
       ACIK-LISTE-KAPAT.
           CLOSE ITHDOS ITHDET.
           MOVE ZEROS TO E-NO.
       ACIK-LISTE-SON.

       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==ITHDOS==
                                  "%T%"  BY "ITHDOS"
                                 ==%R%== BY ==ID-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==ITHDET==
                                  "%T%"  BY "ITHDET"
                                 ==%R%== BY ==IDD-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==STOK==
                                  "%T%"  BY "STOK"
                                 ==%R%== BY ==ST-KAYIT==.
