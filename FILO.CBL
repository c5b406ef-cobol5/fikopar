       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'FILO'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'filo.cpy'.
       copy 'musarac.cpy'.
       copy 'sicil.cpy'.
       copy 'oturum.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'filo.cpz'.
       copy 'musarac.cpz'.
       copy 'sicil.cpz'.
       copy 'oturum.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(160).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-HESAPNO         PIC X(15).
           02 E-PLAKA           PIC X(10).
           02 E-TOPLU           PIC X.
           02 E-FILO            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 E-YIL             PIC 9999.
           02 E-AY              PIC 99.
           02 Z-TUTAR           PIC Z(10)9,99.
           02 Z-LIMIT           PIC Z(10)9,99.
           02 B-TUTAR           PIC -(12)9,99.
           02 B-KDVLI           PIC -(12)9,99.
           02 B-ADET            PIC Z(8)9,999.
           02 B-TOPLAM          PIC -(12)9,99.
           02 B-LIMIT           PIC Z(10)9,99.
       01 EKSTRE-DEGIS.
           02 SON-PLAKA         PIC X(10).
           02 P-PARCA           PIC S9(13)V99.
           02 P-ISCILIK         PIC S9(13)V99.
           02 P-KDVLI           PIC S9(13)V99.
           02 G-PARCA           PIC S9(13)V99.
           02 G-ISCILIK         PIC S9(13)V99.
           02 G-KDVLI           PIC S9(13)V99.
           02 B-ASIM            PIC X(5).
       copy 'filo.var'.
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
      * filo hesaplari: bir cari altinda cok sayida arac. satislarda
      * her satir MUSARAC taki araclardan birinin plakasiyla kaydedilir
      * (FILOHAR); arac basina aylik limit, aylik arac ekstresi ve
      * hesabin toplu fatura secimi buradan yonetilir
       START-PROGRAM.
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
              ' FILO HESAPLARI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'FILO HESABI' REVERSE
              ' F2 ' 'ARAC LIMITLERI' REVERSE
              ' F3 ' 'AYLIK ARAC EKSTRESI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE SPACES TO E-HESAPNO.
           PERFORM OTURUM-OKU.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM FILO-TANIM THRU FILO-TANIM-SON GO TUS.
           IF F = 2 PERFORM ARAC-LIMIT THRU ARAC-LIMIT-SON GO TUS.
           IF F = 3 PERFORM ARAC-EKSTRE THRU ARAC-EKSTRE-SON GO TUS.
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

       HESAP-SEC.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO HESAP-SEC-SON.
           OPEN INPUT SICIL.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           CLOSE SICIL.
           DISPLAY 'HESAP :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-HESAPNO LINE 4 POSITION 10
              SC-HESAPADI(1:45) LINE 4 POSITION 27.
       HESAP-SEC-SON.

      * hesabin filo isareti ve toplu fatura secimi. toplu
      * faturali hesabin tamamlanan is emirleri tek tek degil ay
      * sonunda ISEMRI toplu faturasiyla plaka sirasinda kesilir
       FILO-TANIM.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM HESAP-SEC THRU HESAP-SEC-SON.
           IF E-HESAPNO = SPACES GO FILO-TANIM-SON.
           OPEN I-O FILO.
           IF ST-FILO = '35'
              CLOSE FILO
              OPEN OUTPUT FILO
              CLOSE FILO
              OPEN I-O FILO.
           MOVE E-HESAPNO TO FL-HESAPNO.
           MOVE SPACES TO FL-PLAKA.
           MOVE 'E' TO E-FILO.
           MOVE 'H' TO E-TOPLU.
           READ FILO
              INVALID KEY MOVE 'H' TO E-FILO
              NOT INVALID KEY
                 IF FL-TOPLU-FATURA MOVE 'E' TO E-TOPLU END-IF
           END-READ.
           DISPLAY 'FILO HESABI (E/H)        :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'AY SONU TOPLU FATURA (E/H):' LINE 8 POSITION 2.
           ACCEPT E-FILO LINE 6 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-TOPLU LINE 8 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO FILO-TANIM-KAPAT.
           MOVE E-HESAPNO TO FL-HESAPNO.
           MOVE SPACES TO FL-PLAKA.
           IF E-FILO NOT = 'E'
              READ FILO
                 NOT INVALID KEY PERFORM DELETE-FILO
              END-READ
              DISPLAY 'FILO ISARETI KALDIRILDI' LINE 10 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
              GO FILO-TANIM-KAPAT.
           READ FILO INVALID KEY INITIALIZE FL-KAYIT.
           MOVE E-HESAPNO TO FL-HESAPNO.
           MOVE SPACES TO FL-PLAKA.
           MOVE 'H' TO FL-TOPLU.
           IF E-TOPLU = 'E' MOVE 'E' TO FL-TOPLU.
           MOVE ZEROS TO FL-LIMIT.
           MOVE BUGUN TO FL-TARIH.
           MOVE OT-KULLANICI-ADI TO FL-KULLANICI.
           PERFORM REWRITE-FILO.
           IF WVAR = 0 PERFORM WRITE-FILO.
           DISPLAY 'KAYDEDILDI - F2 ILE ARAC LIMITLERINI GIRIN'
              LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'.
       FILO-TANIM-KAPAT.
           CLOSE FILO.
       FILO-TANIM-SON.

      * hesabin MUSARAC taki araclari bu ayki harcamalari ve
      * limitleriyle listelenir; limit plaka girilerek degistirilir
       ARAC-LIMIT.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM HESAP-SEC THRU HESAP-SEC-SON.
           IF E-HESAPNO = SPACES GO ARAC-LIMIT-SON.
           MOVE E-HESAPNO TO FLV-HESAPNO.
           PERFORM FILO-HESAP-OKU THRU FILO-HESAP-OKU-SON.
           IF FLV-FILO = 0
              DISPLAY 'HESAP FILO HESABI DEGIL - ONCE F1 !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO ARAC-LIMIT-SON.
       ARAC-LIMIT-LISTE.
           PERFORM VARYING SATIR FROM 5 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           DISPLAY 'PLAKA      MODEL  BU AY HARCAMA     AYLIK LIMIT'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 7 TO SATIR.
           MOVE BU-YIL TO FLV-YIL.
           MOVE BU-AY TO FLV-AY.
           OPEN INPUT MUSARAC.
           MOVE E-HESAPNO TO MA-HESAPNO.
           START MUSARAC KEY IS NOT LESS THAN MA-HESAPNO
              INVALID KEY GO ARAC-LIMIT-GIRIS.
       ARAC-LIMIT-OKU.
           READ MUSARAC NEXT AT END GO ARAC-LIMIT-GIRIS.
           IF MA-HESAPNO NOT = E-HESAPNO GO ARAC-LIMIT-GIRIS.
           IF SATIR > 29 GO ARAC-LIMIT-OKU.
           MOVE MA-PLAKA TO FLV-PLAKA.
           PERFORM FILO-HARCAMA-AL THRU FILO-HARCAMA-AL-SON.
           MOVE FLV-HARCAMA TO Z-TUTAR.
           MOVE FLV-LIMIT TO Z-LIMIT.
           DISPLAY MA-PLAKA LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MA-MODELYILI LINE SATIR POSITION 13
              Z-TUTAR LINE SATIR POSITION 19
              Z-LIMIT LINE SATIR POSITION 36.
           IF FLV-LIMIT > ZEROS AND FLV-HARCAMA > FLV-LIMIT
              DISPLAY 'LIMIT ASILDI' LINE SATIR POSITION 52
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           ADD 1 TO SATIR.
           GO ARAC-LIMIT-OKU.
       ARAC-LIMIT-GIRIS.
           CLOSE MUSARAC.
           DISPLAY 'PLAKA :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'AYLIK LIMIT (KDV DAHIL, 0=LIMITSIZ) :'
              LINE 31 POSITION 22.
           MOVE SPACES TO E-PLAKA.
           ACCEPT E-PLAKA LINE 31 POSITION 10 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-PLAKA = SPACES GO ARAC-LIMIT-SON.
           MOVE E-PLAKA TO FLV-PLAKA.
           PERFORM FILO-PLAKA-DOGRULA THRU FILO-PLAKA-DOGRULA-SON.
           IF FLV-GECERLI = 0
              DISPLAY 'PLAKA BU HESABIN ARACI DEGIL !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO ARAC-LIMIT-GIRIS.
           PERFORM FILO-HARCAMA-AL THRU FILO-HARCAMA-AL-SON.
           MOVE FLV-LIMIT TO Z-LIMIT.
           ACCEPT Z-LIMIT LINE 31 POSITION 60 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-LIMIT-SON.
           OPEN I-O FILO.
           MOVE E-HESAPNO TO FL-HESAPNO.
           MOVE E-PLAKA TO FL-PLAKA.
           READ FILO INVALID KEY INITIALIZE FL-KAYIT.
           MOVE E-HESAPNO TO FL-HESAPNO.
           MOVE E-PLAKA TO FL-PLAKA.
           MOVE SPACE TO FL-TOPLU.
           MOVE Z-LIMIT TO FL-LIMIT.
           MOVE BUGUN TO FL-TARIH.
           MOVE OT-KULLANICI-ADI TO FL-KULLANICI.
           PERFORM REWRITE-FILO.
           IF WVAR = 0 PERFORM WRITE-FILO.
           CLOSE FILO.
           GO ARAC-LIMIT-LISTE.
       ARAC-LIMIT-SON.

      * secilen ayin FILOHAR satirlari plaka sirasiyla: parca ve
      * iscilik kdv haric, toplam kdv dahil; limiti asan arac
      * isaretlenir. dokumde satir ayrintisi ve plaka toplamlari
       ARAC-EKSTRE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM HESAP-SEC THRU HESAP-SEC-SON.
           IF E-HESAPNO = SPACES GO ARAC-EKSTRE-SON.
           MOVE BU-YIL TO E-YIL.
           MOVE BU-AY TO E-AY.
           DISPLAY 'DONEM (AY/YIL) :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 5 POSITION 21.
           ACCEPT E-AY LINE 5 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 5 POSITION 22 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ARAC-EKSTRE-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'FILOE' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'PLAKA;GUN;EVRAK;TUR;STOK NO;CINSI;MIKTAR;TUTAR (KDV
      -         ' HARIC);TUTAR (KDV DAHIL)' TO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY 'PLAKA          PARCA        ISCILIK'
              LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TOPLAM(KDV DAHIL)' LINE 7 POSITION 44
              'LIMIT' LINE 7 POSITION 67.
           MOVE 8 TO SATIR.
           MOVE ZEROS TO P-PARCA P-ISCILIK P-KDVLI
              G-PARCA G-ISCILIK G-KDVLI.
           MOVE SPACES TO SON-PLAKA.
           MOVE E-HESAPNO TO FLV-HESAPNO.
           MOVE E-YIL TO FLV-YIL.
           MOVE E-AY TO FLV-AY.
           OPEN INPUT FILOHAR.
           IF ST-FILOHAR = '35' GO ARAC-EKSTRE-BITIR.
           MOVE E-HESAPNO TO FH-HESAPNO.
           MOVE E-YIL TO FH-YIL.
           MOVE E-AY TO FH-AY.
           MOVE SPACES TO FH-PLAKA.
           START FILOHAR KEY IS NOT LESS THAN FH-AYKEY
              INVALID KEY GO ARAC-EKSTRE-KAPAT.
       ARAC-EKSTRE-OKU.
           READ FILOHAR NEXT AT END GO ARAC-EKSTRE-KAPAT.
           IF FH-HESAPNO NOT = E-HESAPNO OR FH-YIL NOT = E-YIL
              OR FH-AY NOT = E-AY
              GO ARAC-EKSTRE-KAPAT.
           IF FH-PLAKA NOT = SON-PLAKA
              PERFORM PLAKA-TOPLAM THRU PLAKA-TOPLAM-SON
              MOVE FH-PLAKA TO SON-PLAKA.
           IF FH-ISCILIK
              ADD FH-TUTAR TO P-ISCILIK G-ISCILIK
           ELSE
              ADD FH-TUTAR TO P-PARCA G-PARCA.
           ADD FH-KDVLI TO P-KDVLI G-KDVLI.
           MOVE FH-ADET TO B-ADET.
           MOVE FH-TUTAR TO B-TUTAR.
           MOVE FH-KDVLI TO B-KDVLI.
           MOVE SPACES TO CSV-SATIR.
           STRING FH-PLAKA ';' FH-GUN '/' FH-AY '/' FH-YIL ';'
              FH-EVRAKNO ';' FH-TUR ';' FH-STNO ';' FH-CINSI ';'
              B-ADET ';' B-TUTAR ';' B-KDVLI
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO ARAC-EKSTRE-OKU.
       ARAC-EKSTRE-KAPAT.
           PERFORM PLAKA-TOPLAM THRU PLAKA-TOPLAM-SON.
           CLOSE FILOHAR.
       ARAC-EKSTRE-BITIR.
           CLOSE CSVOUT.
           MOVE G-PARCA TO Z-TUTAR.
           DISPLAY 'TOPLAM' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
              Z-TUTAR LINE 31 POSITION 10.
           MOVE G-ISCILIK TO Z-TUTAR.
           DISPLAY Z-TUTAR LINE 31 POSITION 25
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'.
           MOVE G-KDVLI TO Z-TUTAR.
           DISPLAY Z-TUTAR LINE 31 POSITION 44
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
              'DOKUM: ' LINE 32 POSITION 2
              CSV-DOSYA.
       ARAC-EKSTRE-SON.

       PLAKA-TOPLAM.
           IF SON-PLAKA = SPACES GO PLAKA-TOPLAM-SON.
           MOVE SON-PLAKA TO FLV-PLAKA.
           MOVE ZEROS TO FLV-LIMIT.
           OPEN INPUT FILO.
           IF ST-FILO NOT = '35'
              MOVE E-HESAPNO TO FL-HESAPNO
              MOVE SON-PLAKA TO FL-PLAKA
              READ FILO
                 NOT INVALID KEY MOVE FL-LIMIT TO FLV-LIMIT
              END-READ
              CLOSE FILO
           END-IF.
           MOVE SPACES TO B-ASIM.
           IF FLV-LIMIT > ZEROS AND P-KDVLI > FLV-LIMIT
              MOVE 'ASIM' TO B-ASIM.
           MOVE P-PARCA TO B-TUTAR.
           MOVE P-ISCILIK TO B-KDVLI.
           MOVE P-KDVLI TO B-TOPLAM.
           MOVE FLV-LIMIT TO B-LIMIT.
           MOVE SPACES TO CSV-SATIR.
           STRING SON-PLAKA ';;;TOPLAM;PARCA;' B-TUTAR ';ISCILIK;'
              B-KDVLI ';' B-TOPLAM ';LIMIT;' B-LIMIT ';' B-ASIM
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR < 31
              MOVE P-PARCA TO Z-TUTAR
              DISPLAY SON-PLAKA LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-TUTAR LINE SATIR POSITION 10
              MOVE P-ISCILIK TO Z-TUTAR
              DISPLAY Z-TUTAR LINE SATIR POSITION 25
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MOVE P-KDVLI TO Z-TUTAR
              DISPLAY Z-TUTAR LINE SATIR POSITION 44
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MOVE FLV-LIMIT TO Z-LIMIT
              DISPLAY Z-LIMIT LINE SATIR POSITION 58
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              DISPLAY B-ASIM LINE SATIR POSITION 73
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              ADD 1 TO SATIR
           END-IF.
           MOVE ZEROS TO P-PARCA P-ISCILIK P-KDVLI.
       PLAKA-TOPLAM-SON.

       copy 'oturum.per'.
       copy 'filo.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==FILO==
                                  "%T%"  BY "FILO"
                                 ==%R%== BY ==FL-KAYIT==.
