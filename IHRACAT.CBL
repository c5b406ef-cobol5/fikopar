       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'IHRACAT'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'hareket.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'hareket.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(300).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-TIP             PIC 99.
           02 E-EVRAKNO         PIC X(15).
           02 E-KOD             PIC 9(3).
           02 E-TESLIM          PIC X(3).
           02 E-GCBNO           PIC X(16).
           02 E-GCB-TARIH.
               03 E-GCB-GUN         PIC 99.
               03 E-GCB-AY          PIC 99.
               03 E-GCB-YIL         PIC 9999.
           02 K-GCB-TARIH.
               03 K-GCB-YIL         PIC 9999.
               03 K-GCB-AY          PIC 99.
               03 K-GCB-GUN         PIC 99.
           02 K-FTARIH.
               03 K-FYIL            PIC 9999.
               03 K-FAY             PIC 99.
               03 K-FGUN            PIC 99.
           02 KDVLI-SATIR       PIC 9(5).
           02 B-SAYI            PIC 9(7).
           02 X-SAYI            PIC Z(6)9.
           02 X-TIP             PIC Z9.
      * incoterms 2020 teslim sekilleri
       01 TESLIM-TABLO.
           02 FILLER            PIC X(33)
              VALUE 'EXWFCAFASFOBCFRCIFCPTCIPDAPDPUDDP'.
       01 TESLIM-TABLO-R REDEFINES TESLIM-TABLO.
           02 TESLIM-KOD        PIC X(3) OCCURS 11 TIMES.
       01 TESLIM-SIRA           PIC 99.
       01 BEKLEYEN-BILGI.
           02 BB-TIP            PIC Z9.
           02 FILLER            PIC X VALUE ' '.
           02 BB-EVRAKNO        PIC X(15).
           02 FILLER            PIC X VALUE ' '.
           02 BB-FGUN           PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 BB-FAY            PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 BB-FYIL           PIC 9999.
           02 FILLER            PIC X VALUE ' '.
           02 BB-TESLIM         PIC X(3).
           02 FILLER            PIC X VALUE ' '.
           02 BB-HESAPADI       PIC X(32).
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
      * satis faturasini ihracat faturasi olarak isaretler: kdv
      * istisna kodu ve teslim sekli (incoterms) burada girilir,
      * mal gumrukten ciktiktan sonra gcb numarasi ve tarihi ile
      * kapatilir. faturanin kdv li satiri olmamalidir
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 30
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 68 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 70
              ' IHRACAT FATURASI / GCB KAPAMA ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 32 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F3 ' 'GCB BEKLEYENLER' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           DISPLAY 'EVRAK TIPI      :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'EVRAK NO        :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'ISTISNA KODU    :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(301 MAL IHRACATI, 000 IHRACAT DEGIL)'
              LINE 8 POSITION 26.
           DISPLAY 'TESLIM SEKLI    :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(EXW FCA FOB CFR CIF CPT CIP DAP DDP ...)'
              LINE 9 POSITION 26.
           DISPLAY 'GCB NO          :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'GCB TARIHI      :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 11 POSITION 22
              '/' LINE 11 POSITION 25.
       EVRAK-AL.
           MOVE 3 TO E-TIP.
           MOVE SPACES TO E-EVRAKNO.
           ACCEPT E-TIP LINE 4 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-EVRAKNO LINE 6 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 3
              PERFORM BEKLEYEN THRU BEKLEYEN-SON
              GO EVRAK-AL.
      * yalniz satis faturasi ihracat olabilir
           IF E-TIP NOT = 1 AND E-TIP NOT = 3
              DISPLAY 'SATIS FATURASI OLMALI (1/3) !!!   '
                 LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO EVRAK-AL.
           OPEN I-O HAREKET-SICIL.
           MOVE E-TIP TO HS-TIP.
           MOVE E-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL
              INVALID KEY
                 DISPLAY 'EVRAK BULUNAMADI !!!              '
                    LINE 13 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE HAREKET-SICIL
                 GO EVRAK-AL.
           IF HS-SONUC = 9
              DISPLAY 'EVRAK IPTAL EDILMIS !!!           '
                 LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE HAREKET-SICIL
              GO EVRAK-AL.
           DISPLAY HS-HESAPADI(1:45) LINE 7 POSITION 20
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF HS-IHRACAT
              MOVE HS-ISTISNA-KOD TO E-KOD
              MOVE HS-TESLIM-SART TO E-TESLIM
              MOVE HS-GCB-NO TO E-GCBNO
              MOVE HS-GCB-TARIH TO E-GCB-TARIH
           ELSE
              MOVE 301 TO E-KOD
              MOVE SPACES TO E-TESLIM E-GCBNO
              MOVE ZEROS TO E-GCB-TARIH
           END-IF.
           ACCEPT E-KOD LINE 8 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-TESLIM LINE 9 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-GCBNO LINE 10 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-GCB-GUN LINE 11 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-GCB-AY LINE 11 POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-GCB-YIL LINE 11 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE HAREKET-SICIL GO EVRAK-AL.
      * kod sifir girilirse ihracat isareti kaldirilir
           IF E-KOD = ZEROS
              MOVE SPACE TO HS-FATURA-TURU
              MOVE ZEROS TO HS-ISTISNA-KOD HS-GCB-TARIH
              MOVE SPACES TO HS-TESLIM-SART HS-GCB-NO
              GO EVRAK-YAZ.
           MOVE ZEROS TO TESLIM-SIRA.
           PERFORM VARYING CIZ FROM 1 BY 1 UNTIL CIZ > 11
              IF TESLIM-KOD(CIZ) = E-TESLIM MOVE CIZ TO TESLIM-SIRA
           END-PERFORM.
           IF TESLIM-SIRA = ZEROS
              DISPLAY 'TESLIM SEKLI HATALI !!!           '
                 LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE HAREKET-SICIL
              GO EVRAK-AL.
           PERFORM KDV-KONTROL THRU KDV-KONTROL-SON.
           IF KDVLI-SATIR NOT = ZEROS
              DISPLAY 'FATURADA KDV LI SATIR VAR !!!     '
                 LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE HAREKET-SICIL
              GO EVRAK-AL.
      * gcb numarasi girildiyse tarih gecerli ve faturadan
      * once olmamali
           IF E-GCBNO = SPACES
              MOVE ZEROS TO E-GCB-TARIH
           ELSE
              MOVE E-GCB-YIL TO K-GCB-YIL
              MOVE E-GCB-AY TO K-GCB-AY
              MOVE E-GCB-GUN TO K-GCB-GUN
              MOVE HS-FYIL TO K-FYIL
              MOVE HS-FAY TO K-FAY
              MOVE HS-FGUN TO K-FGUN
              IF E-GCB-GUN < 1 OR E-GCB-GUN > 31
                 OR E-GCB-AY < 1 OR E-GCB-AY > 12
                 OR K-GCB-TARIH < K-FTARIH
                 DISPLAY 'GCB TARIHI HATALI !!!             '
                    LINE 13 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE HAREKET-SICIL
                 GO EVRAK-AL
              END-IF
           END-IF.
           MOVE 'I' TO HS-FATURA-TURU.
           MOVE E-KOD TO HS-ISTISNA-KOD.
           MOVE E-TESLIM TO HS-TESLIM-SART.
           MOVE E-GCBNO TO HS-GCB-NO.
           MOVE E-GCB-TARIH TO HS-GCB-TARIH.
       EVRAK-YAZ.
           PERFORM REWRITE-HAREKET-SICIL.
           CLOSE HAREKET-SICIL.
           DISPLAY 'IHRACAT BILGISI KAYDEDILDI        '
              LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           GO EVRAK-AL.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.

      * istisnali faturada kdv orani sifirdan farkli satir sayilir
       KDV-KONTROL.
           MOVE ZEROS TO KDVLI-SATIR.
           OPEN INPUT HAREKET-DETAY.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO KDV-KONTROL-KAPAT.
       KDV-KONTROL-OKU.
           READ HAREKET-DETAY NEXT AT END GO KDV-KONTROL-KAPAT.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO KDV-KONTROL-KAPAT.
           IF HD-KDV NOT = ZEROS ADD 1 TO KDVLI-SATIR.
           GO KDV-KONTROL-OKU.
       KDV-KONTROL-KAPAT.
           CLOSE HAREKET-DETAY.
       KDV-KONTROL-SON.

      * gcb ile kapatilmamis ihracat faturalari ekrana ve csv ye
       BEKLEYEN.
           PERFORM VARYING CIZ FROM 15 BY 1 UNTIL CIZ > 30
                DISPLAY SPACES LINE CIZ POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 68
           END-PERFORM.
           DISPLAY 'TP EVRAK NO       FAT.TARIHI TES HESAP ADI'
              LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 16 TO SATIR.
           MOVE ZEROS TO B-SAYI.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'GCBBK' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'TIP;EVRAK NO;FATURA TARIHI;TESLIM;'
              'ISTISNA;HESAP NO;HESAP ADI'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           OPEN INPUT HAREKET-SICIL.
           MOVE ZEROS TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
              INVALID KEY GO BEKLEYEN-KAPAT.
       BEKLEYEN-OKU.
           READ HAREKET-SICIL NEXT AT END GO BEKLEYEN-KAPAT.
           IF NOT HS-IHRACAT GO BEKLEYEN-OKU.
           IF HS-SONUC = 9 GO BEKLEYEN-OKU.
           IF HS-GCB-NO NOT = SPACES GO BEKLEYEN-OKU.
           ADD 1 TO B-SAYI.
           MOVE HS-TIP TO BB-TIP X-TIP.
           MOVE HS-EVRAKNO TO BB-EVRAKNO.
           MOVE HS-FGUN TO BB-FGUN.
           MOVE HS-FAY TO BB-FAY.
           MOVE HS-FYIL TO BB-FYIL.
           MOVE HS-TESLIM-SART TO BB-TESLIM.
           MOVE HS-HESAPADI TO BB-HESAPADI.
           IF SATIR < 30
              DISPLAY BEKLEYEN-BILGI LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ADD 1 TO SATIR
           END-IF.
           MOVE SPACES TO CSV-SATIR.
           STRING X-TIP ';' HS-EVRAKNO ';'
              BB-FGUN '/' BB-FAY '/' BB-FYIL ';'
              HS-TESLIM-SART ';' HS-ISTISNA-KOD ';'
              HS-HESAPNO ';' HS-HESAPADI
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO BEKLEYEN-OKU.
       BEKLEYEN-KAPAT.
           CLOSE HAREKET-SICIL CSVOUT.
           MOVE B-SAYI TO X-SAYI.
           DISPLAY 'GCB BEKLEYEN FATURA :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              X-SAYI LINE 13 POSITION 24
              '  CSV OLUSTURULDU' LINE 13 POSITION 31.
       BEKLEYEN-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-SICIL==
                                  "%T%"  BY "HAREKET-SICIL"
                                 ==%R%== BY ==HS-KAYIT==.
