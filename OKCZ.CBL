       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'kasa.cpy'.
       copy 'hediye.cpy'.
       copy 'hediyehr.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'kasa.cpz'.
       copy 'hediye.cpz'.
       copy 'hediyehr.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 FARK              PIC S9(13)V99.
           02 ZG-TUTAR          PIC Z(11)9,99.
           02 YZ-TUTAR          PIC -------------,--.
       01 CEK-DEGIS.
           02 CEK-DOSYA         PIC 9.
           02 CEK-SATIS         PIC S9(13)V99.
           02 CEK-KULLANIM      PIC S9(13)V99.
           02 GUN-SATIS         PIC S9(13)V99.
           02 GUN-IADE          PIC S9(13)V99.
           02 GUN-KULLANIM      PIC S9(13)V99.
           02 GUN-SURE          PIC S9(13)V99.
           02 SONRA-FARK        PIC S9(13)V99.
           02 CEK-BAKIYE        PIC S9(13)V99.
           02 GUN-SONU          PIC S9(13)V99.
           02 GUN-BASI          PIC S9(13)V99.
       copy 'status.cpy'.
       copy 'win.cpy'.
       LINKAGE SECTION.
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
       BEGIN-PROGRAM.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 24
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 68 '|'
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 70
              ' YAZARKASA Z RAPORU KARSILASTIRMA '
              LINE 2 POSITION 2.
           DISPLAY SPACES LINE 26 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT E-TARIH FROM CENTURY-DATE.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           MOVE ZG-TUTAR TO Z-TOPLAMI.
           PERFORM VARYING CIZ FROM 10 BY 1 UNTIL CIZ > 24
                DISPLAY SPACES LINE CIZ POSITION 2 SIZE 68
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
      * gunun hizli satis tahsilatlari (mtip 16) toplanir;
      * hediye ceki satisi kasaya girer ama cihazda satis degildir
           MOVE ZEROS TO KASA-TOPLAMI CEK-SATIS.
           MOVE ZEROS TO CEK-DOSYA.
           OPEN INPUT HEDIYE.
           IF ST-HEDIYE = '00' MOVE 1 TO CEK-DOSYA.
           OPEN INPUT KASA.
           MOVE E-TARIH TO KS-TARIH.
           MOVE 1 TO KS-SIRA.
           IF KS-SIRA = ZEROS GO KASA-OKU.
           IF KS-DEPONO NOT = E-DEPONO GO KASA-OKU.
           IF KS-MTIP NOT = 6 GO KASA-OKU.
           IF CEK-DOSYA = 1 AND KS-HESAPNO = SPACES
              MOVE KS-MEVRAKNO TO HC-CEKNO
              READ HEDIYE
                 NOT INVALID KEY
                    ADD KS-GELIR TO CEK-SATIS
                    GO KASA-OKU
              END-READ
           END-IF.
           ADD KS-GELIR TO KASA-TOPLAMI.
           GO KASA-OKU.
       KASA-KAPAT.
           CLOSE KASA.
           PERFORM CEK-HAREKET THRU CEK-HAREKET-SON.
           MOVE KASA-TOPLAMI TO YZ-TUTAR.
           DISPLAY 'KASA TOPLAMI   :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 10 POSITION 19.
      * cekle odenen satislar kasaya girmez ama cihaz toplamindadir
           MOVE CEK-KULLANIM TO YZ-TUTAR.
           DISPLAY 'CEKLE ODENEN   :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 11 POSITION 19.
           COMPUTE FARK = Z-TOPLAMI - KASA-TOPLAMI - CEK-KULLANIM.
           MOVE FARK TO YZ-TUTAR.
           IF FARK = ZEROS
              DISPLAY 'FARK YOK - MUTABIK' LINE 12 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 YZ-TUTAR LINE 12 POSITION 19
           END-IF.
           PERFORM CEK-GOSTER THRU CEK-GOSTER-SON.
           GO GIRIS-AL.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.

      * cek hareketleri secilen gunden bugune okunur: gunun
      * hareketleri mutabakat icin, sonraki gunlerinkiler bugunku
      * bakiyeden o gunun sonuna geri donmek icin toplanir
       CEK-HAREKET.
           MOVE ZEROS TO CEK-KULLANIM GUN-SATIS GUN-IADE
              GUN-KULLANIM GUN-SURE SONRA-FARK CEK-BAKIYE.
           IF CEK-DOSYA = ZEROS GO CEK-HAREKET-SON.
           MOVE LOW-VALUES TO HC-CEKNO.
           START HEDIYE KEY IS NOT LESS THAN HC-CEKNO
              INVALID KEY GO CEK-BAKIYE-SON.
       CEK-BAKIYE-OKU.
           READ HEDIYE NEXT AT END GO CEK-BAKIYE-SON.
           IF HC-ACIK ADD HC-KALAN TO CEK-BAKIYE.
           GO CEK-BAKIYE-OKU.
       CEK-BAKIYE-SON.
           CLOSE HEDIYE.
           OPEN INPUT HEDIYEHR.
           IF ST-HEDIYEHR NOT = '00' GO CEK-HR-KAPAT.
           MOVE E-TARIH TO HH-TARIH.
           MOVE ZEROS TO HH-SIRA.
           START HEDIYEHR KEY IS NOT LESS THAN HH-KEY
              INVALID KEY GO CEK-HR-KAPAT.
       CEK-HR-OKU.
           READ HEDIYEHR NEXT AT END GO CEK-HR-KAPAT.
           IF HH-TARIH NOT = E-TARIH GO CEK-HR-SONRA.
           EVALUATE TRUE
            WHEN HH-SATIS ADD HH-TUTAR TO GUN-SATIS
            WHEN HH-IADE ADD HH-TUTAR TO GUN-IADE
            WHEN HH-KULLANIM ADD HH-TUTAR TO GUN-KULLANIM
            WHEN HH-SURE ADD HH-TUTAR TO GUN-SURE
           END-EVALUATE.
           IF HH-KULLANIM AND HH-DEPONO = E-DEPONO
              ADD HH-TUTAR TO CEK-KULLANIM.
           GO CEK-HR-OKU.
       CEK-HR-SONRA.
           IF HH-SATIS OR HH-IADE
              ADD HH-TUTAR TO SONRA-FARK
           ELSE
              SUBTRACT HH-TUTAR FROM SONRA-FARK.
           GO CEK-HR-OKU.
       CEK-HR-KAPAT.
           CLOSE HEDIYEHR.
       CEK-HAREKET-SON.

      * cek borcu: gun basi + satis + iade - kullanim - suresi
      * dolan = gun sonu; gun sonu bugunku bakiyeden geri gelinerek
      * bulunur ki iki yol ayni sonucu vermelidir
       CEK-GOSTER.
           COMPUTE GUN-SONU = CEK-BAKIYE - SONRA-FARK.
           COMPUTE GUN-BASI = GUN-SONU - GUN-SATIS - GUN-IADE
              + GUN-KULLANIM + GUN-SURE.
           DISPLAY 'HEDIYE CEKI HAREKETLERI (TUM KASALAR)'
              LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE GUN-BASI TO YZ-TUTAR.
           DISPLAY 'GUN BASI BORC  :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 15 POSITION 19.
           MOVE GUN-SATIS TO YZ-TUTAR.
           DISPLAY 'SATILAN CEK    :' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 16 POSITION 19.
           MOVE GUN-IADE TO YZ-TUTAR.
           DISPLAY 'IADE CEKI      :' LINE 17 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 17 POSITION 19.
           MOVE GUN-KULLANIM TO YZ-TUTAR.
           DISPLAY 'KULLANILAN     :' LINE 18 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 18 POSITION 19.
           MOVE GUN-SURE TO YZ-TUTAR.
           DISPLAY 'SURESI DOLAN   :' LINE 19 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 19 POSITION 19.
           MOVE GUN-SONU TO YZ-TUTAR.
           DISPLAY 'GUN SONU BORC  :' LINE 20 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 20 POSITION 19 REVERSE.
           MOVE CEK-BAKIYE TO YZ-TUTAR.
           DISPLAY 'BUGUNKU BORC   :' LINE 21 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 21 POSITION 19.
      * bu kasada satilan cekin parasi kasada, satisi cihazda yok
           MOVE CEK-SATIS TO YZ-TUTAR.
           DISPLAY 'KASADA CEK SATISI :' LINE 23 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 23 POSITION 22.
       CEK-GOSTER-SON.
