       copy 'butce.cpy'.
       copy 'kasa.cpy'.
       copy 'odeme.cpy'.
       copy 'masmer.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'butce.cpz'.
       copy 'kasa.cpz'.
       copy 'odeme.cpz'.
       copy 'masmer.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 E-AY              PIC 99.
           02 E-SEKILNO         PIC 9999.
           02 E-DEPONO          PIC 9999.
           02 E-MMKOD           PIC 9999.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DEPO (KASA)   :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'M.MERKEZI     :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'AYLIK BUTCE   :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE BU-AY TO E-AY.
           MOVE BU-YIL TO E-YIL.
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 5 POSITION 21 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO E-SEKILNO E-DEPONO E-MMKOD.
           ACCEPT E-SEKILNO LINE 7 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-DEPONO LINE 9 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
      * merkez 0 girilirse butce tum masraf merkezlerini kapsar
           ACCEPT E-MMKOD LINE 11 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO ZG-TUTAR.
           ACCEPT ZG-TUTAR LINE 13 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO BUTCE-TANIM-SON.
           IF E-MMKOD NOT = ZEROS
              OPEN INPUT MASMER
              MOVE E-MMKOD TO MM-KOD
              READ MASMER
                 INVALID KEY
                    DISPLAY 'MASRAF MERKEZI YOK !!!' LINE 15
                       POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    CLOSE MASMER
                    GO BUTCE-TANIM-SON
              END-READ
              CLOSE MASMER
              DISPLAY MM-ADI LINE 11 POSITION 24
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-IF.
           OPEN I-O BUTCE.
           MOVE E-YIL TO BUT-YIL.
           MOVE E-AY TO BUT-AY.
           MOVE E-SEKILNO TO BUT-SEKILNO.
           MOVE E-DEPONO TO BUT-DEPONO.
           MOVE E-MMKOD TO BUT-MMKOD.
           MOVE ZG-TUTAR TO BUT-TUTAR.
           PERFORM REWRITE-BUTCE.
           IF WVAR = 0 PERFORM WRITE-BUTCE.
           CLOSE BUTCE.
           DISPLAY 'BUTCE KAYDEDILDI' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       BUTCE-TANIM-SON.

              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO FARK-RAPOR-SON.
           DISPLAY 'SEKIL ADI      DEPO M.M.      BUTCE'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'GERCEKLESEN   TUKETIM%' LINE 6 POSITION 48.
           OPEN INPUT BUTCE KASA ODEME.
           MOVE E-YIL TO BUT-YIL.
           MOVE E-AY TO BUT-AY.
           MOVE ZEROS TO BUT-SEKILNO BUT-DEPONO BUT-MMKOD.
           START BUTCE KEY IS NOT LESS THAN BUT-KEY
              INVALID KEY GO FARK-RAPOR-KAPAT.
       FARK-OKU.
           MOVE BUT-SEKILNO TO OD-NO.
           READ ODEME INVALID KEY MOVE SPACES TO OD-ADI.
           MOVE BUT-TUTAR TO YZ-TUTAR.
           DISPLAY OD-ADI(1:14) LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              BUT-DEPONO LINE SATIR POSITION 17
              BUT-MMKOD LINE SATIR POSITION 22
              YZ-TUTAR(3:14) LINE SATIR POSITION 30.
           MOVE GERCEK TO YZ-TUTAR.
           MOVE ORAN TO Z-ORAN.
           IF KS-SIRA = ZEROS GO GERCEK-OKU.
           IF KS-SEKILNO NOT = BUT-SEKILNO GO GERCEK-OKU.
           IF KS-DEPONO NOT = BUT-DEPONO GO GERCEK-OKU.
           IF BUT-MMKOD NOT = ZEROS AND KS-MMKOD NOT = BUT-MMKOD
              GO GERCEK-OKU.
           ADD KS-GIDER TO GERCEK.
           GO GERCEK-OKU.
       GERCEK-TOPLA-SON.
