       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'SIPAVANS'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'sipavans.cpy'.
       copy 'siparis.cpy'.
       copy 'kasa.cpy'.
       copy 'makbuz.cpy'.
       copy 'carhar.cpy'.
       copy 'odeme.cpy'.
       copy 'ayar.cpy'.
       copy 'donem.cpy'.
       copy 'oturum.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'sipavans.cpz'.
       copy 'siparis.cpz'.
       copy 'kasa.cpz'.
       copy 'makbuz.cpz'.
       copy 'carhar.cpz'.
       copy 'odeme.cpz'.
       copy 'ayar.cpz'.
       copy 'donem.cpz'.
       copy 'oturum.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-SIPNO           PIC X(15).
           02 E-DEPONO          PIC 9999.
           02 E-SEKILNO         PIC 9999.
           02 E-HESAPTURU       PIC 9.
           02 E-TUTAR           PIC 9(13)V99.
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-TUTAR           PIC Z(12)9,99.
           02 Z-TUTAR2          PIC -(11)9,99.
           02 Z-TUTAR3          PIC -(11)9,99.
           02 Z-SAYI            PIC ZZZZ9.
           02 Z-YAS             PIC ZZZZ9.
           02 DURUM-ADI         PIC X(10).
       01 AVANS-DEGIS.
           02 T-AVANS           PIC S9(13)V99.
           02 T-ACIK            PIC S9(13)V99.
           02 AVANS-KALAN       PIC S9(13)V99.
           02 YENI-SIRA         PIC 9(3).
           02 VT-BUGUN          PIC 9(7)V99.
           02 VT-KAYIT          PIC 9(7)V99.
           02 YAS-GUN           PIC S9(5).
           02 LISTE-SAYI        PIC 9(5).
           02 KOVA1             PIC S9(13)V99.
           02 KOVA2             PIC S9(13)V99.
           02 KOVA3             PIC S9(13)V99.
           02 KOVA4             PIC S9(13)V99.
       copy 'donem.var'.
       copy 'numara.var'.
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
      * siparise bagli avans (kapora) tahsilati. avans makbuz,
      * kasa ve cari kaydiyla normal tahsilat gibi islenir, ayrica
      * siparis numarasiyla SIPAVANS a yazilir. siparis REZERV veya
      * IRSFAT uzerinden faturalaninca AVANSMAH acik avansi
      * faturaya mahsup eder (KAPAMA). iptal edilen ya da hic
      * faturalanmayan siparislerin avanslari yaslandirilarak
      * listelenir
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM OTURUM-OKU.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
       BEGIN-PROGRAM.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' SIPARIS AVANSLARI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'AVANS TAHSILATI' REVERSE
              ' F2 ' 'SIPARISIN AVANSLARI' REVERSE
              ' F3 ' 'YASLI AVANS LISTESI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM AVANS-AL THRU AVANS-AL-SON GO TUS.
           IF F = 2 PERFORM SIPARIS-AVANS THRU SIPARIS-AVANS-SON
              GO TUS.
           IF F = 3 PERFORM YASLI-LISTE THRU YASLI-LISTE-SON GO TUS.
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

      * siparis numarasi sorulur, siparis bilgisi ve simdiye
      * kadar alinan avanslar gosterilir
       SIPARIS-SOR.
           DISPLAY 'SIPARIS NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SPACES TO E-SIPNO.
           ACCEPT E-SIPNO LINE 4 POSITION 15 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-SIPNO = SPACES
              MOVE SPACES TO E-SIPNO
              GO SIPARIS-SOR-SON.
           OPEN INPUT SIPARIS.
           MOVE E-SIPNO TO SIP-EVRAKNO.
           READ SIPARIS
              INVALID KEY
                 DISPLAY 'SIPARIS BULUNAMADI !!!' LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 MOVE SPACES TO E-SIPNO
           END-READ.
           CLOSE SIPARIS.
           IF E-SIPNO = SPACES GO SIPARIS-SOR-SON.
           PERFORM AVANS-TOPLA THRU AVANS-TOPLA-SON.
           MOVE SIP-TUTAR TO Z-TUTAR2.
           DISPLAY 'HESAP      :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SIP-HESAPNO LINE 5 POSITION 15
              SIP-HESAPADI LINE 5 POSITION 31 SIZE 45
              'TARIH      :' LINE 6 POSITION 2
              SIP-GUN LINE 6 POSITION 15
              '/' LINE 6 POSITION 17
              SIP-AY LINE 6 POSITION 18
              '/' LINE 6 POSITION 20
              SIP-YIL LINE 6 POSITION 21
              'TUTAR :' LINE 6 POSITION 31
              Z-TUTAR2 LINE 6 POSITION 39.
           MOVE T-AVANS TO Z-TUTAR2.
           MOVE T-ACIK TO Z-TUTAR3.
           DISPLAY 'ALINAN AVANS :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR2 LINE 7 POSITION 17
              'ACIK AVANS :' LINE 7 POSITION 35
              Z-TUTAR3 LINE 7 POSITION 48.
       SIPARIS-SOR-SON.

       AVANS-TOPLA.
           MOVE ZEROS TO T-AVANS T-ACIK.
           OPEN INPUT SIPAVANS.
           IF ST-SIPAVANS NOT = '00' GO AVANS-TOPLA-KAPAT.
           MOVE E-SIPNO TO SAV-SIPNO.
           MOVE ZEROS TO SAV-SIRA.
           START SIPAVANS KEY IS NOT LESS THAN SAV-KEY
              INVALID KEY GO AVANS-TOPLA-KAPAT.
       AVANS-TOPLA-OKU.
           READ SIPAVANS NEXT AT END GO AVANS-TOPLA-KAPAT.
           IF SAV-SIPNO NOT = E-SIPNO GO AVANS-TOPLA-KAPAT.
           ADD SAV-TUTAR TO T-AVANS.
           IF SAV-ACIK
              COMPUTE T-ACIK = T-ACIK + SAV-TUTAR - SAV-MAHSUP.
           GO AVANS-TOPLA-OKU.
       AVANS-TOPLA-KAPAT.
           CLOSE SIPAVANS.
       AVANS-TOPLA-SON.

      * avans normal tahsilat gibi makbuz/cari/kasaya islenir;
      * odeme sekli (nakit, kart, havale) SEKIL kodundan
       AVANS-AL.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM SIPARIS-SOR THRU SIPARIS-SOR-SON.
           IF E-SIPNO = SPACES GO AVANS-AL-SON.
           MOVE 1 TO E-DEPONO E-SEKILNO E-HESAPTURU.
           MOVE ZEROS TO E-TUTAR.
           DISPLAY 'DEPO NO               :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ODEME SEKLI           :' LINE 10 POSITION 2
              'TUR (1=NAKIT 2=BANKA) :' LINE 11 POSITION 2
              'AVANS TUTARI          :' LINE 12 POSITION 2.
       AVANS-DEPO.
           ACCEPT E-DEPONO LINE 9 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO AVANS-AL-SON.
       AVANS-SEKIL.
           ACCEPT E-SEKILNO LINE 10 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO AVANS-DEPO.
           OPEN INPUT ODEME.
           MOVE E-SEKILNO TO OD-NO.
           READ ODEME INVALID KEY MOVE SPACES TO OD-ADI.
           CLOSE ODEME.
           IF OD-ADI = SPACES
              DISPLAY 'ODEME SEKLI YOK !!!' LINE 10 POSITION 32
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO AVANS-SEKIL.
           DISPLAY OD-ADI LINE 10 POSITION 32 SIZE 30
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       AVANS-TUR.
           ACCEPT E-HESAPTURU LINE 11 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO AVANS-SEKIL.
           IF E-HESAPTURU < 1 OR E-HESAPTURU > 2 GO AVANS-TUR.
       AVANS-TUTAR.
           MOVE E-TUTAR TO Z-TUTAR.
           ACCEPT Z-TUTAR LINE 12 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           MOVE Z-TUTAR TO E-TUTAR.
           IF F = 27 GO AVANS-TUR.
           IF E-TUTAR = ZEROS GO AVANS-TUTAR.
           IF E-TUTAR + T-AVANS > SIP-TUTAR
              DISPLAY 'AVANS SIPARIS TUTARINI ASIYOR !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO AVANS-TUTAR.
      * kapali doneme kayit islenemez
           MOVE BU-YIL TO DNK-YIL.
           MOVE BU-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              DISPLAY 'DONEM KAPALI - KAYIT ISLENEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO AVANS-AL-SON.
           DISPLAY 'KAYDEDILSIN MI (E/H) :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'E' TO E-ONAY.
           ACCEPT E-ONAY LINE 14 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e' GO AVANS-AL-SON.
           PERFORM AVANS-YAZ THRU AVANS-YAZ-SON.
       AVANS-AL-SON.

       AVANS-YAZ.
           OPEN I-O AYAR.
           MOVE 16 TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-AL.
           IF AY-EVRAKNO = SPACES
              CLOSE AYAR
              DISPLAY 'MAKBUZ EVRAK SAYACI BOS !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO AVANS-YAZ-SON.
           OPEN I-O MAKBUZ CARHAR KASA.
           MOVE AY-EVRAKNO TO MK-EVRAKNO.
           MOVE BUGUN TO MK-TARIH.
           MOVE 16 TO MK-TIP.
           MOVE E-DEPONO TO MK-DEPONO.
           MOVE SIP-HESAPNO TO MK-HESAPNO.
           MOVE E-SEKILNO TO MK-SEKILNO.
           MOVE SPACES TO MK-ACIKLAMA.
           STRING 'AVANS ALINDI SIP:' E-SIPNO
              DELIMITED BY SIZE INTO MK-ACIKLAMA.
           MOVE E-TUTAR TO MK-TUTAR.
           PERFORM WRITE-MAKBUZ.
           IF WVAR = 0
              CLOSE MAKBUZ CARHAR KASA AYAR
              DISPLAY 'BU MAKBUZ NO ILE EVRAK VAR !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO AVANS-YAZ-SON.
           MOVE SIP-HESAPNO TO CH-HESAPNO.
           MOVE E-DEPONO TO CH-DEPONO.
           MOVE BU-YIL TO CH-YIL.
           MOVE BU-AY TO CH-AY.
           MOVE BU-GUN TO CH-GUN.
           MOVE 1 TO CH-SIRA.
           MOVE MK-EVRAKNO TO CH-EVRAKNO.
           MOVE 6 TO CH-TIP.
           MOVE MK-ACIKLAMA TO CH-ACIKLAMA.
           MOVE ZEROS TO CH-BORC.
           MOVE E-TUTAR TO CH-ALACAK.
           MOVE OD-ADI TO CH-VADE.
           MOVE 'TL ' TO CH-DOVIZ.
           MOVE 1 TO CH-KUR.
       AVANS-CARHAR-YAZ.
           PERFORM WRITE-CARHAR.
           IF WVAR = 0 ADD 1 TO CH-SIRA GO AVANS-CARHAR-YAZ.
           CALL 'BAKIYGUN' USING CH-KAYIT
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'BAKIYGUN'.
      * gunluk ozet satiri (sira 0) ayni tutarla guncel tutulur
           MOVE BUGUN TO KS-TARIH.
           MOVE ZEROS TO KS-SIRA.
           READ KASA
              INVALID KEY
                 INITIALIZE KS-KAYIT
                 MOVE BUGUN TO KS-TARIH
                 MOVE ZEROS TO KS-SIRA
                 PERFORM WRITE-KASA.
           ADD E-TUTAR TO KS-GELIR.
           PERFORM REWRITE-KASA.
           INITIALIZE KS-KAYIT.
           MOVE BUGUN TO KS-TARIH.
           MOVE 99999 TO KS-SIRA.
           START KASA KEY IS NOT GREATER THAN KS-KEY
              INVALID KEY MOVE ZEROS TO KS-SIRA
              NOT INVALID KEY
                 READ KASA PREVIOUS
                    AT END MOVE ZEROS TO KS-SIRA
                    NOT AT END
                       IF KS-TARIH NOT = BUGUN
                          MOVE ZEROS TO KS-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO KS-SIRA.
           MOVE BUGUN TO KS-TARIH.
           MOVE SIP-HESAPNO TO KS-HESAPNO.
           MOVE E-DEPONO TO KS-DEPONO.
           MOVE E-SEKILNO TO KS-SEKILNO.
           MOVE 16 TO KS-MTIP.
           MOVE MK-ACIKLAMA TO KS-ACIKLAMA.
           MOVE E-TUTAR TO KS-GELIR.
           MOVE ZEROS TO KS-GIDER.
           MOVE MK-EVRAKNO TO KS-MEVRAKNO.
           MOVE E-HESAPTURU TO KS-HESAPTURU.
           MOVE 'TL ' TO KS-DOVIZ.
           MOVE 1 TO KS-KUR.
           MOVE SPACES TO KS-MUTABAKAT.
       AVANS-KASA-YAZ.
           PERFORM WRITE-KASA.
           IF WVAR = 0 ADD 1 TO KS-SIRA GO AVANS-KASA-YAZ.
           MOVE 16 TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           CLOSE MAKBUZ CARHAR KASA AYAR.
      * avans kaydi siparis icinde sirayla
           OPEN I-O SIPAVANS.
           IF ST-SIPAVANS = '35'
              CLOSE SIPAVANS
              OPEN OUTPUT SIPAVANS
              CLOSE SIPAVANS
              OPEN I-O SIPAVANS.
           MOVE ZEROS TO YENI-SIRA.
           MOVE E-SIPNO TO SAV-SIPNO.
           MOVE 999 TO SAV-SIRA.
           START SIPAVANS KEY IS NOT GREATER THAN SAV-KEY
              INVALID KEY GO AVANS-KAYIT.
           READ SIPAVANS PREVIOUS
              AT END CONTINUE
              NOT AT END
                 IF SAV-SIPNO = E-SIPNO MOVE SAV-SIRA TO YENI-SIRA
                 END-IF
           END-READ.
       AVANS-KAYIT.
           INITIALIZE SAV-KAYIT.
           MOVE E-SIPNO TO SAV-SIPNO.
           COMPUTE SAV-SIRA = YENI-SIRA + 1.
           MOVE MK-EVRAKNO TO SAV-MAKBUZNO.
           MOVE SIP-HESAPNO TO SAV-HESAPNO.
           MOVE E-DEPONO TO SAV-DEPONO.
           MOVE BUGUN TO SAV-TARIH.
           MOVE E-SEKILNO TO SAV-SEKILNO.
           MOVE E-HESAPTURU TO SAV-HESAPTURU.
           MOVE E-TUTAR TO SAV-TUTAR.
           MOVE ZEROS TO SAV-MAHSUP SAV-MAHSUP-TARIH.
           MOVE SPACES TO SAV-FATURANO.
           MOVE 'A' TO SAV-DURUM.
           MOVE OT-KULLANICI-ADI TO SAV-KULLANICI.
       AVANS-KAYIT-YAZ.
           PERFORM WRITE-SIPAVANS.
           IF WVAR = 0 ADD 1 TO SAV-SIRA GO AVANS-KAYIT-YAZ.
           CLOSE SIPAVANS.
           DISPLAY 'AVANS MAKBUZU :' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MK-EVRAKNO LINE 16 POSITION 18.
       AVANS-YAZ-SON.

      * siparisin avanslari mahsup durumlariyla
       SIPARIS-AVANS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM SIPARIS-SOR THRU SIPARIS-SOR-SON.
           IF E-SIPNO = SPACES GO SIPARIS-AVANS-SON.
           DISPLAY 'TARIH      MAKBUZ NO       TUTAR'
              LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KALAN           FATURA NO   DURUM'
              LINE 9 POSITION 44.
           MOVE 10 TO SATIR.
           OPEN INPUT SIPAVANS.
           IF ST-SIPAVANS NOT = '00' GO SIPARIS-AVANS-KAPAT.
           MOVE E-SIPNO TO SAV-SIPNO.
           MOVE ZEROS TO SAV-SIRA.
           START SIPAVANS KEY IS NOT LESS THAN SAV-KEY
              INVALID KEY GO SIPARIS-AVANS-KAPAT.
       SIPARIS-AVANS-OKU.
           READ SIPAVANS NEXT AT END GO SIPARIS-AVANS-KAPAT.
           IF SAV-SIPNO NOT = E-SIPNO GO SIPARIS-AVANS-KAPAT.
           IF SATIR > 31 GO SIPARIS-AVANS-KAPAT.
           COMPUTE AVANS-KALAN = SAV-TUTAR - SAV-MAHSUP.
           MOVE SAV-TUTAR TO Z-TUTAR2.
           MOVE AVANS-KALAN TO Z-TUTAR3.
           IF SAV-KAPANDI
              MOVE 'MAHSUP' TO DURUM-ADI
           ELSE
              MOVE 'ACIK' TO DURUM-ADI.
           DISPLAY SAV-GUN LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE SATIR POSITION 4
              SAV-AY LINE SATIR POSITION 5
              '/' LINE SATIR POSITION 7
              SAV-YIL LINE SATIR POSITION 8
              SAV-MAKBUZNO LINE SATIR POSITION 13
              Z-TUTAR2(4:) LINE SATIR POSITION 29
              Z-TUTAR3(4:) LINE SATIR POSITION 44
              SAV-FATURANO LINE SATIR POSITION 57 SIZE 11
              DURUM-ADI LINE SATIR POSITION 70 SIZE 7.
           ADD 1 TO SATIR.
           GO SIPARIS-AVANS-OKU.
       SIPARIS-AVANS-KAPAT.
           CLOSE SIPAVANS.
       SIPARIS-AVANS-SON.

      * acik kalan avanslardan siparisi silinmis (iptal) ya da
      * hic faturaya mahsup edilmemis olanlar yaslarina gore
       YASLI-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'SIPARIS NO      HESAP NO        TARIH'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ACIK TUTAR   YAS DURUM' LINE 4 POSITION 53.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO LISTE-SAYI KOVA1 KOVA2 KOVA3 KOVA4.
           COMPUTE VT-BUGUN = BU-GUN + BU-AY * 30,41 + BU-YIL * 365.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'SAVNS' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'SIPARIS;HESAP;TARIH;MAKBUZ;ACIK;GUN;KOVA;DURUM'
              TO CSV-SATIR.
           WRITE CSV-SATIR.
           OPEN INPUT SIPAVANS SIPARIS.
           IF ST-SIPAVANS NOT = '00' GO YASLI-KAPAT.
           MOVE LOW-VALUES TO SAV-KEY.
           START SIPAVANS KEY IS NOT LESS THAN SAV-KEY
              INVALID KEY GO YASLI-KAPAT.
       YASLI-OKU.
           READ SIPAVANS NEXT AT END GO YASLI-KAPAT.
           IF NOT SAV-ACIK GO YASLI-OKU.
           MOVE SAV-SIPNO TO SIP-EVRAKNO.
           READ SIPARIS
              INVALID KEY MOVE 'IPTAL' TO DURUM-ADI
              NOT INVALID KEY MOVE 'FATURASIZ' TO DURUM-ADI
           END-READ.
           IF DURUM-ADI = 'FATURASIZ' AND SAV-FATURANO NOT = SPACES
              GO YASLI-OKU.
           ADD 1 TO LISTE-SAYI.
           COMPUTE AVANS-KALAN = SAV-TUTAR - SAV-MAHSUP.
           COMPUTE VT-KAYIT = SAV-GUN + SAV-AY * 30,41
              + SAV-YIL * 365.
           COMPUTE YAS-GUN = VT-BUGUN - VT-KAYIT.
           MOVE AVANS-KALAN TO Z-TUTAR2.
           MOVE YAS-GUN TO Z-YAS.
           MOVE SPACES TO CSV-SATIR.
           EVALUATE TRUE
            WHEN YAS-GUN < 31
              ADD AVANS-KALAN TO KOVA1
              STRING SAV-SIPNO ';' SAV-HESAPNO ';' SAV-GUN '/'
                 SAV-AY '/' SAV-YIL ';' SAV-MAKBUZNO ';' Z-TUTAR2
                 ';' Z-YAS ';0-30;' DURUM-ADI
                 DELIMITED BY SIZE INTO CSV-SATIR
            WHEN YAS-GUN < 61
              ADD AVANS-KALAN TO KOVA2
              STRING SAV-SIPNO ';' SAV-HESAPNO ';' SAV-GUN '/'
                 SAV-AY '/' SAV-YIL ';' SAV-MAKBUZNO ';' Z-TUTAR2
                 ';' Z-YAS ';31-60;' DURUM-ADI
                 DELIMITED BY SIZE INTO CSV-SATIR
            WHEN YAS-GUN < 91
              ADD AVANS-KALAN TO KOVA3
              STRING SAV-SIPNO ';' SAV-HESAPNO ';' SAV-GUN '/'
                 SAV-AY '/' SAV-YIL ';' SAV-MAKBUZNO ';' Z-TUTAR2
                 ';' Z-YAS ';61-90;' DURUM-ADI
                 DELIMITED BY SIZE INTO CSV-SATIR
            WHEN OTHER
              ADD AVANS-KALAN TO KOVA4
              STRING SAV-SIPNO ';' SAV-HESAPNO ';' SAV-GUN '/'
                 SAV-AY '/' SAV-YIL ';' SAV-MAKBUZNO ';' Z-TUTAR2
                 ';' Z-YAS ';90+;' DURUM-ADI
                 DELIMITED BY SIZE INTO CSV-SATIR
           END-EVALUATE.
           WRITE CSV-SATIR.
           IF SATIR > 26 GO YASLI-OKU.
           DISPLAY SAV-SIPNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SAV-HESAPNO LINE SATIR POSITION 18
              SAV-GUN LINE SATIR POSITION 34
              '/' LINE SATIR POSITION 36
              SAV-AY LINE SATIR POSITION 37
              '/' LINE SATIR POSITION 39
              SAV-YIL LINE SATIR POSITION 40
              Z-TUTAR2(4:) LINE SATIR POSITION 46
              Z-YAS LINE SATIR POSITION 59
              DURUM-ADI LINE SATIR POSITION 66 SIZE 10.
           ADD 1 TO SATIR.
           GO YASLI-OKU.
       YASLI-KAPAT.
           CLOSE SIPAVANS SIPARIS CSVOUT.
           MOVE KOVA1 TO Z-TUTAR2.
           DISPLAY '0-30  :' LINE 28 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR2 LINE 28 POSITION 10.
           MOVE KOVA2 TO Z-TUTAR2.
           DISPLAY '31-60 :' LINE 29 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR2 LINE 29 POSITION 10.
           MOVE KOVA3 TO Z-TUTAR2.
           DISPLAY '61-90 :' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR2 LINE 30 POSITION 10.
           MOVE KOVA4 TO Z-TUTAR2.
           DISPLAY '90+   :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR2 LINE 31 POSITION 10.
           MOVE LISTE-SAYI TO Z-SAYI.
           DISPLAY 'AVANS SAYISI :' LINE 28 POSITION 40
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 28 POSITION 55
              'DOSYA:' LINE 29 POSITION 40
              CSV-DOSYA LINE 29 POSITION 47 SIZE 30.
           ACCEPT F FROM ESCAPE KEY.
       YASLI-LISTE-SON.

       copy 'numara.per'.
       copy 'donem.per'.
       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==SIPAVANS==
                                  "%T%"  BY "SIPAVANS"
                                 ==%R%== BY ==SAV-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==MAKBUZ==
                                  "%T%"  BY "MAKBUZ"
                                 ==%R%== BY ==MK-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==CARHAR==
                                  "%T%"  BY "CARHAR"
                                 ==%R%== BY ==CH-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==KASA==
                                  "%T%"  BY "KASA"
                                 ==%R%== BY ==KS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
