       FILE-CONTROL.
       copy 'personel.cpy'.
       copy 'kasa.cpy'.
       copy 'masmer.cpy'.
       copy 'users.cpy'.
       copy 'oturum.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'personel.cpz'.
       copy 'kasa.cpz'.
       copy 'masmer.cpz'.
       copy 'users.cpz'.
       copy 'oturum.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
           02 E-TIP             PIC 9.
           02 E-ACIKLAMA        PIC X(40).
           02 E-DEPONO          PIC 9999.
           02 E-MMKOD           PIC 9999.
           02 E-AY2             PIC 99.
           02 E-YIL2            PIC 9999.
           02 BUGUN.
           02 T-BAKIYE          PIC S9(13)V99.
           02 ZG-TUTAR          PIC Z(11)9,99.
           02 YZ-TUTAR          PIC -------------,--.
       copy 'oturum.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'GOREVI      :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BRUT MAAS   :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'IBAN        :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-NO.
           ACCEPT E-NO LINE 5 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE E-NO TO PR-NO.
           READ PERSONEL
              INVALID KEY
                 MOVE SPACES TO PR-ADI PR-GOREVI PR-IBAN
                 MOVE ZEROS TO PR-BRUT
                 MOVE 'E' TO PR-AKTIF.
           MOVE PR-BRUT TO ZG-TUTAR.
           ACCEPT PR-ADI LINE 7 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PR-GOREVI LINE 9 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT ZG-TUTAR LINE 11 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT PR-IBAN LINE 13 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE PERSONEL GO PERSONEL-TANIM-SON.
           MOVE E-NO TO PR-NO.
           MOVE ZG-TUTAR TO PR-BRUT.
           PERFORM REWRITE-PERSONEL.
           IF WVAR = 0 PERFORM WRITE-PERSONEL.
           CLOSE PERSONEL.
           DISPLAY 'PERSONEL KAYDEDILDI' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       PERSONEL-TANIM-SON.

              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'KASA (DEPO) :' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'M.MERKEZI   :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO ZG-TUTAR.
           MOVE SPACES TO E-ACIKLAMA.
           MOVE 1 TO E-DEPONO.
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-DEPONO LINE 12 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
      * masraf merkezi kullanicinin varsayilanindan onerilir
           PERFORM KULLANICI-MERKEZ THRU KULLANICI-MERKEZ-SON.
           ACCEPT E-MMKOD LINE 14 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR ZG-TUTAR = ZEROS GO HAREKET-GIR-SON.
           IF E-MMKOD NOT = ZEROS
              OPEN INPUT MASMER
              MOVE E-MMKOD TO MM-KOD
              READ MASMER
                 INVALID KEY
                    DISPLAY 'MASRAF MERKEZI YOK !!!' LINE 16
                       POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    CLOSE MASMER
                    GO HAREKET-GIR-SON
              END-READ
              CLOSE MASMER
              DISPLAY MM-ADI LINE 14 POSITION 22
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-IF.
           OPEN I-O AVANS.
           MOVE E-NO TO AV-NO.
           MOVE BUGUN TO AV-TARIH.
           MOVE ZG-TUTAR TO AV-TUTAR.
           MOVE E-ACIKLAMA TO AV-ACIKLAMA.
           MOVE E-DEPONO TO AV-DEPONO.
           MOVE E-MMKOD TO AV-MMKOD.
       AVANS-YAZ.
           PERFORM WRITE-AVANS.
           IF WVAR = 0 ADD 1 TO AV-SIRA GO AVANS-YAZ.
           CLOSE AVANS.
           IF E-TIP = 1
              PERFORM KASA-GIDER THRU KASA-GIDER-SON.
           DISPLAY 'KAYIT ISLENDI' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       HAREKET-GIR-SON.

           INITIALIZE KS-KAYIT.
           MOVE BUGUN TO KS-TARIH.
           MOVE E-DEPONO TO KS-DEPONO.
           MOVE E-MMKOD TO KS-MMKOD.
           MOVE 1 TO KS-HESAPTURU.
           MOVE SPACES TO KS-ACIKLAMA.
           STRING 'PERSONEL AVANS ' PR-ADI
           CLOSE KASA.
       KASA-GIDER-SON.

       KULLANICI-MERKEZ.
           MOVE ZEROS TO E-MMKOD.
           PERFORM OTURUM-OKU.
           OPEN INPUT USERS.
           MOVE OT-KULLANICI-ADI TO US-NAME.
           READ USERS NOT INVALID KEY MOVE US-MMKOD TO E-MMKOD.
           CLOSE USERS.
       KULLANICI-MERKEZ-SON.

       BAKIYE-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'NO    ADI SOYADI                    ACIK BAKIYE'
                 AV-ACIKLAMA DELIMITED BY '  '
                 ';' YZ-TUTAR ';' DELIMITED BY SIZE
                 INTO CSV-SATIR
           END-IF.
           IF AV-TIP-MASRAF
              STRING AV-GUN '/' AV-AY '/' AV-YIL ';MASRAF;'
                 AV-ACIKLAMA DELIMITED BY '  '
                 ';;' YZ-TUTAR DELIMITED BY SIZE
                 INTO CSV-SATIR
           END-IF.
      * bordrodan kesilen avans da bakiyeyi kapatir
           IF AV-TIP-MAAS
              STRING AV-GUN '/' AV-AY '/' AV-YIL ';MAAS KESINTI;'
                 AV-ACIKLAMA DELIMITED BY '  '
                 ';;' YZ-TUTAR DELIMITED BY SIZE
                 INTO CSV-SATIR
           END-IF.
           WRITE CSV-SATIR.
           GO DOKUM-OKU.
       AYLIK-DOKUM-KAPAT.
              CSV-DOSYA LINE 9 POSITION 17.
       AYLIK-DOKUM-SON.

       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==PERSONEL==
                                  "%T%"  BY "PERSONEL"
                                 ==%R%== BY ==PR-KAYIT==.
