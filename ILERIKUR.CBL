       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ILERIKUR'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'ayar.cpy'.
       copy 'carhar.cpy'.
       copy 'depo.cpy'.
       copy 'hareket.cpy'.
       copy 'katlog.cpy'.
       copy 'plasiyer.cpy'.
       copy 'sicil.cpy'.
       copy 'sicilkod.cpy'.
       copy 'sicilpos.cpy'.
       copy 'siciltel.cpy'.
       copy 'stok.cpy'.
       copy 'stokadet.cpy'.
       copy 'tipkod.cpy'.
       copy 'users.cpy'.
       copy 'access.cpy'.
       copy 'makbuz.cpy'.
       copy 'odeme.cpy'.
       copy 'ceksenet.cpy'.
       copy 'sayim.cpy'.
       copy 'kasa.cpy'.
       copy 'tip.cpy'.
       copy 'siparis.cpy'.
       copy 'kur.cpy'.
       copy 'fiyatlis.cpy'.
       copy 'satinal.cpy'.
       copy 'seans.cpy'.
       copy 'lotser.cpy'.
       copy 'kredilog.cpy'.
       copy 'taksit.cpy'.
       copy 'ihtar.cpy'.
       copy 'teklif.cpy'.
       copy 'sipdet.cpy'.
       copy 'bekleyen.cpy'.
       copy 'arsiv.cpy'.
       copy 'degislog.cpy'.
       copy 'vardiya.cpy'.
       copy 'kapama.cpy'.
       copy 'vfaiz.cpy'.
       copy 'muadil.cpy'.
       copy 'arac.cpy'.
       copy 'anlasma.cpy'.
       copy 'hedef.cpy'.
       copy 'iptallog.cpy'.
       copy 'donem.cpy'.
       copy 'sevk.cpy'.
       copy 'onaybek.cpy'.
       copy 'ekdosya.cpy'.
       copy 'weblog.cpy'.
       copy 'chkpoint.cpy'.
       copy 'jurnal.cpy'.
            SELECT MANIFEST ASSIGN TO DISK, MAN-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT LISTEDOS ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT RAPOR ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'ayar.cpz'.
       copy 'carhar.cpz'.
       copy 'depo.cpz'.
       copy 'hareket.cpz'.
       copy 'katlog.cpz'.
       copy 'plasiyer.cpz'.
       copy 'sicil.cpz'.
       copy 'sicilkod.cpz'.
       copy 'sicilpos.cpz'.
       copy 'siciltel.cpz'.
       copy 'stok.cpz'.
       copy 'stokadet.cpz'.
       copy 'tipkod.cpz'.
       copy 'users.cpz'.
       copy 'access.cpz'.
       copy 'makbuz.cpz'.
       copy 'odeme.cpz'.
       copy 'ceksenet.cpz'.
       copy 'sayim.cpz'.
       copy 'kasa.cpz'.
       copy 'tip.cpz'.
       copy 'siparis.cpz'.
       copy 'kur.cpz'.
       copy 'fiyatlis.cpz'.
       copy 'satinal.cpz'.
       copy 'seans.cpz'.
       copy 'lotser.cpz'.
       copy 'kredilog.cpz'.
       copy 'taksit.cpz'.
       copy 'ihtar.cpz'.
       copy 'teklif.cpz'.
       copy 'sipdet.cpz'.
       copy 'bekleyen.cpz'.
       copy 'arsiv.cpz'.
       copy 'degislog.cpz'.
       copy 'vardiya.cpz'.
       copy 'kapama.cpz'.
       copy 'vfaiz.cpz'.
       copy 'muadil.cpz'.
       copy 'arac.cpz'.
       copy 'anlasma.cpz'.
       copy 'hedef.cpz'.
       copy 'iptallog.cpz'.
       copy 'donem.cpz'.
       copy 'sevk.cpz'.
       copy 'onaybek.cpz'.
       copy 'ekdosya.cpz'.
       copy 'weblog.cpz'.
       copy 'chkpoint.cpz'.
       copy 'jurnal.cpz'.
       FD MANIFEST.
       01 MAN-SATIR                     PIC X(80).
       FD LISTEDOS.
       01 LISTE-SATIR                   PIC X(60).
       FD RAPOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
       01 RAPOR-SATIR                   PIC X(250).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-KLASOR          PIC X(8).
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 MN-SAYI           PIC 9(9).
           02 SN-SAYAC          PIC 99.
           02 HATA-SAYI         PIC 9(5).
           02 Z-SAYI            PIC ZZZZZZ9.
       01 MAN-DOSYA.
           02 FILLER            PIC X(6) VALUE 'YEDEK\'.
           02 MD-KLASOR         PIC X(8).
           02 FILLER            PIC X(13) VALUE '\MANIFEST.TXT'.
       01 CMD-SATIR             PIC X(120).
       01 KURTAR-DEGIS.
           02 L-NEDEN           PIC X(40).
           02 BASLANGIC-TARIH   PIC 9(8).
           02 BASLANGIC-KEY     PIC X(21).
           02 DOSYA-TARIH       PIC 9(8).
      * bu andan sonraki jurnal satirlari uygulanmaz
           02 BITIS-AN.
               03 BITIS-TARIH       PIC 9(8).
               03 BITIS-SAAT        PIC 9(4).
               03 FILLER            PIC X(4) VALUE '9999'.
           02 ISARET-VAR        PIC 9.
           02 BITTI             PIC 9.
           02 UYGULANAN         PIC 9(7).
           02 ATLANAN           PIC 9(7).
           02 HATALI            PIC 9(7).
           02 IK-SONUC          PIC X.
           02 IK-NEDEN          PIC X(30).
       copy 'jurnal.var'.
       copy 'status.cpy'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
      * ileri kurtarma: secilen yedek DATA klasorune geri yuklenir,
      * ardindan yedek isaretinden sonra jurnale dusen islemler
      * secilen tarih ve saate kadar sirayla yeniden uygulanir.
      * yalniz yedek setindeki dosyalar uygulanir, digerleri
      * raporda atlandi olarak gorunur
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
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
              ' ILERI KURTARMA (YEDEK + JURNAL) ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
      * baska oturum acikken yedek yuklenmez
           PERFORM MESGUL-KONTROL THRU MESGUL-KONTROL-SON.
           IF HATA-SAYI NOT = ZEROS
              MOVE 'ACIK ISLEM VAR - KURTARMA YAPILAMAZ !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO SON-TUS.
           DISPLAY 'YEDEK KLASORU (YYYYAAGG) :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'BITIS TARIHI  (YYYYAAGG) :' LINE 6 POSITION 2
              'BITIS SAATI       (SSDD) :' LINE 8 POSITION 2.
           MOVE SPACES TO E-KLASOR.
           MOVE BUGUN TO BITIS-TARIH.
           MOVE 2359 TO BITIS-SAAT.
       KLASOR-AL.
           ACCEPT E-KLASOR LINE 4 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF E-KLASOR NOT NUMERIC GO KLASOR-AL.
           MOVE E-KLASOR TO BASLANGIC-TARIH.
       BITIS-AL.
           ACCEPT BITIS-TARIH LINE 6 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF BITIS-TARIH < BASLANGIC-TARIH GO BITIS-AL.
           ACCEPT BITIS-SAAT LINE 8 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF BITIS-SAAT > 2359 GO BITIS-AL.
           MOVE SPACES TO L-NEDEN.
           PERFORM ISARET-BUL THRU ISARET-BUL-SON.
           IF L-NEDEN = SPACES
              PERFORM MANIFEST-KONTROL THRU MANIFEST-KONTROL-SON.
           IF L-NEDEN NOT = SPACES
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO KLASOR-AL.
           DISPLAY 'YEDEK YUKLENIP JURNAL UYGULANSIN MI (E/H) ?'
              LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 10 POSITION 47 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO STOP-PROGRAM.
           PERFORM KURTAR THRU KURTAR-SON.
       SON-TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           GO SON-TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.

       HATA-YAZ.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY L-NEDEN LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       HATA-YAZ-SON.

       MESGUL-KONTROL.
           MOVE ZEROS TO HATA-SAYI.
           OPEN INPUT SEANS.
           IF ST-SEANS = '00'
              PERFORM SEANS-SAY THRU SEANS-SAY-SON
           ELSE
              CLOSE SEANS
           END-IF.
           OPEN INPUT CHKPOINT.
           IF ST-CHKPOINT NOT = '00' CLOSE CHKPOINT
              GO MESGUL-KONTROL-SON.
       MESGUL-OKU.
           READ CHKPOINT NEXT AT END CLOSE CHKPOINT
              GO MESGUL-KONTROL-SON.
           IF CK-DEVAM-EDIYOR ADD 1 TO HATA-SAYI.
           GO MESGUL-OKU.
       MESGUL-KONTROL-SON.

       SEANS-SAY.
           MOVE ZEROS TO SN-SAYAC.
       SEANS-SAY-OKU.
           READ SEANS NEXT AT END CLOSE SEANS GO SEANS-SAY-KARAR.
           ADD 1 TO SN-SAYAC.
           GO SEANS-SAY-OKU.
       SEANS-SAY-KARAR.
           IF SN-SAYAC > 1 ADD 1 TO HATA-SAYI.
       SEANS-SAY-SON.

      * yedek gununun jurnalinde bu klasor icin atilan son yedek
      * isareti baslangic noktasidir
       ISARET-BUL.
           MOVE ZEROS TO ISARET-VAR.
           MOVE BASLANGIC-TARIH TO JRN-TARIH.
           OPEN INPUT JURNAL.
           IF ST-JURNAL NOT = '00'
              MOVE 'YEDEK GUNUNUN JURNALI YOK !!!' TO L-NEDEN
              GO ISARET-BUL-SON.
       ISARET-OKU.
           READ JURNAL NEXT AT END GO ISARET-KAPAT.
           IF JR-YEDEK AND JR-DOSYA(1:8) = E-KLASOR
              MOVE JR-KEY TO BASLANGIC-KEY
              MOVE 1 TO ISARET-VAR.
           GO ISARET-OKU.
       ISARET-KAPAT.
           CLOSE JURNAL.
           IF ISARET-VAR = 0
              MOVE 'JURNALDE BU YEDEGIN ISARETI YOK !!!' TO L-NEDEN.
       ISARET-BUL-SON.

       MANIFEST-KONTROL.
           MOVE E-KLASOR TO MD-KLASOR.
           MOVE ZEROS TO MN-SAYI.
           OPEN INPUT MANIFEST.
           IF ST-TEMPFILE NOT = '00'
              MOVE 'MANIFEST OKUNAMADI !!!' TO L-NEDEN
              GO MANIFEST-KONTROL-SON.
       MANIFEST-OKU.
           READ MANIFEST AT END GO MANIFEST-TAMAM.
           IF MAN-SATIR = SPACES GO MANIFEST-OKU.
           ADD 1 TO MN-SAYI.
           GO MANIFEST-OKU.
       MANIFEST-TAMAM.
           CLOSE MANIFEST.
           IF MN-SAYI NOT = 59
              MOVE 'MANIFEST EKSIK/BOZUK !!!' TO L-NEDEN.
       MANIFEST-KONTROL-SON.

      * yedek yuklenir, jurnaller gun sirasiyla uygulanir
       KURTAR.
           MOVE SPACES TO CMD-SATIR.
           STRING 'cmd /c copy /Y YEDEK\' E-KLASOR
              '\*.DAT DATA\' DELIMITED BY SIZE INTO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO UYGULANAN ATLANAN HATALI BITTI.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'ILKUR' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE 'TARIH;SAAT;DOSYA;ISLEM;KULLANICI;ANAHTAR;SONUC;NEDEN'
              TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           ACCEPT TSAAT FROM TIME.
           MOVE SPACES TO CMD-SATIR.
           STRING 'cmd /c dir /b /o:n JURNAL\JR*.DAT > '
              TEMP-DOSYA DELIMITED BY SIZE INTO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           OPEN INPUT LISTEDOS.
           IF ST-TEMPFILE NOT = '00' GO KURTAR-BITTI.
       LISTE-OKU.
           READ LISTEDOS AT END GO LISTE-BITTI.
           IF LISTE-SATIR(1:2) NOT = 'JR' GO LISTE-OKU.
           IF LISTE-SATIR(3:8) NOT NUMERIC GO LISTE-OKU.
           MOVE LISTE-SATIR(3:8) TO DOSYA-TARIH.
           IF DOSYA-TARIH < BASLANGIC-TARIH GO LISTE-OKU.
           IF DOSYA-TARIH > BITIS-TARIH GO LISTE-BITTI.
           PERFORM JURNAL-UYGULA THRU JURNAL-UYGULA-SON.
           IF BITTI = 1 GO LISTE-BITTI.
           GO LISTE-OKU.
       LISTE-BITTI.
           CLOSE LISTEDOS.
       KURTAR-BITTI.
           CLOSE RAPOR.
           MOVE UYGULANAN TO Z-SAYI.
           DISPLAY 'UYGULANAN ISLEM    :' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 12 POSITION 23.
           MOVE ATLANAN TO Z-SAYI.
           DISPLAY 'ATLANAN ISLEM      :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 13 POSITION 23.
           MOVE HATALI TO Z-SAYI.
           DISPLAY 'HATALI ISLEM       :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 14 POSITION 23.
           DISPLAY 'RAPOR: ' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CSV-DOSYA LINE 32 POSITION 10.
       KURTAR-SON.

       JURNAL-UYGULA.
           MOVE DOSYA-TARIH TO JRN-TARIH.
           OPEN INPUT JURNAL.
           IF ST-JURNAL NOT = '00' GO JURNAL-UYGULA-SON.
           IF DOSYA-TARIH NOT = BASLANGIC-TARIH GO JURNAL-OKU.
           MOVE BASLANGIC-KEY TO JR-KEY.
           START JURNAL KEY IS GREATER THAN JR-KEY
              INVALID KEY GO JURNAL-KAPAT.
       JURNAL-OKU.
           READ JURNAL NEXT AT END GO JURNAL-KAPAT.
           IF JR-KEY(1:16) > BITIS-AN
              MOVE 1 TO BITTI
              GO JURNAL-KAPAT.
           IF JR-YEDEK GO JURNAL-OKU.
           MOVE 'A' TO IK-SONUC.
           MOVE 'YEDEK SETINDE YOK' TO IK-NEDEN.
           PERFORM KAYIT-UYGULA THRU KAYIT-UYGULA-SON.
           IF IK-SONUC = 'U' ADD 1 TO UYGULANAN.
           IF IK-SONUC = 'A' ADD 1 TO ATLANAN.
           IF IK-SONUC = 'H' ADD 1 TO HATALI.
           MOVE SPACES TO RAPOR-SATIR.
           STRING JR-TARIH ';' JR-SAAT ';' JR-DOSYA ';' JR-ISLEM ';'
              JR-KULLANICI ';' JR-ANAHTAR ';' IK-SONUC ';' IK-NEDEN
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           GO JURNAL-OKU.
       JURNAL-KAPAT.
           CLOSE JURNAL.
       JURNAL-UYGULA-SON.

       KAYIT-UYGULA.
           PERFORM UYGULA-AYAR THRU END-UYGULA-AYAR.
           PERFORM UYGULA-CARHAR THRU END-UYGULA-CARHAR.
           PERFORM UYGULA-DEPO THRU END-UYGULA-DEPO.
           PERFORM UYGULA-HAREKET-SICIL THRU END-UYGULA-HAREKET-SICIL.
           PERFORM UYGULA-HAREKET-DETAY THRU END-UYGULA-HAREKET-DETAY.
           PERFORM UYGULA-HAREKET-INDEX THRU END-UYGULA-HAREKET-INDEX.
           PERFORM UYGULA-KATLOG THRU END-UYGULA-KATLOG.
           PERFORM UYGULA-PLASIYER THRU END-UYGULA-PLASIYER.
           PERFORM UYGULA-SICIL THRU END-UYGULA-SICIL.
           PERFORM UYGULA-SICILKOD THRU END-UYGULA-SICILKOD.
           PERFORM UYGULA-SICILPOS THRU END-UYGULA-SICILPOS.
           PERFORM UYGULA-SICILTEL THRU END-UYGULA-SICILTEL.
           PERFORM UYGULA-STOK THRU END-UYGULA-STOK.
           PERFORM UYGULA-STOKADET THRU END-UYGULA-STOKADET.
           PERFORM UYGULA-TIPKOD THRU END-UYGULA-TIPKOD.
           PERFORM UYGULA-USERS THRU END-UYGULA-USERS.
           PERFORM UYGULA-USERACCESS THRU END-UYGULA-USERACCESS.
           PERFORM UYGULA-MAKBUZ THRU END-UYGULA-MAKBUZ.
           PERFORM UYGULA-ODEME THRU END-UYGULA-ODEME.
           PERFORM UYGULA-CEKSENET THRU END-UYGULA-CEKSENET.
           PERFORM UYGULA-CEKSENETLOG THRU END-UYGULA-CEKSENETLOG.
           PERFORM UYGULA-SAYIM THRU END-UYGULA-SAYIM.
           PERFORM UYGULA-KASA THRU END-UYGULA-KASA.
           PERFORM UYGULA-TIP THRU END-UYGULA-TIP.
           PERFORM UYGULA-SIPARIS THRU END-UYGULA-SIPARIS.
           PERFORM UYGULA-KURLAR THRU END-UYGULA-KURLAR.
           PERFORM UYGULA-FIYATLIS THRU END-UYGULA-FIYATLIS.
           PERFORM UYGULA-SATINAL THRU END-UYGULA-SATINAL.
           PERFORM UYGULA-SATINDET THRU END-UYGULA-SATINDET.
           PERFORM UYGULA-SEANS THRU END-UYGULA-SEANS.
           PERFORM UYGULA-LOTSER THRU END-UYGULA-LOTSER.
           PERFORM UYGULA-KREDILOG THRU END-UYGULA-KREDILOG.
           PERFORM UYGULA-TAKSIT THRU END-UYGULA-TAKSIT.
           PERFORM UYGULA-IHTAR THRU END-UYGULA-IHTAR.
           PERFORM UYGULA-TEKLIF THRU END-UYGULA-TEKLIF.
           PERFORM UYGULA-TEKLIFDET THRU END-UYGULA-TEKLIFDET.
           PERFORM UYGULA-SIPDET THRU END-UYGULA-SIPDET.
           PERFORM UYGULA-BEKLEYEN THRU END-UYGULA-BEKLEYEN.
           PERFORM UYGULA-CARHARARS THRU END-UYGULA-CARHARARS.
           PERFORM UYGULA-HARSICARS THRU END-UYGULA-HARSICARS.
           PERFORM UYGULA-HARDETARS THRU END-UYGULA-HARDETARS.
           PERFORM UYGULA-STOKADARS THRU END-UYGULA-STOKADARS.
           PERFORM UYGULA-DEGISLOG THRU END-UYGULA-DEGISLOG.
           PERFORM UYGULA-VARDIYA THRU END-UYGULA-VARDIYA.
           PERFORM UYGULA-KAPAMA THRU END-UYGULA-KAPAMA.
           PERFORM UYGULA-VFAIZ THRU END-UYGULA-VFAIZ.
           PERFORM UYGULA-MUADIL THRU END-UYGULA-MUADIL.
           PERFORM UYGULA-ARAC THRU END-UYGULA-ARAC.
           PERFORM UYGULA-UYUM THRU END-UYGULA-UYUM.
           PERFORM UYGULA-ANLASMA THRU END-UYGULA-ANLASMA.
           PERFORM UYGULA-HEDEF THRU END-UYGULA-HEDEF.
           PERFORM UYGULA-IPTALLOG THRU END-UYGULA-IPTALLOG.
           PERFORM UYGULA-DONEM THRU END-UYGULA-DONEM.
           PERFORM UYGULA-SEVK THRU END-UYGULA-SEVK.
           PERFORM UYGULA-SEVKDET THRU END-UYGULA-SEVKDET.
           PERFORM UYGULA-ONAYBEK THRU END-UYGULA-ONAYBEK.
           PERFORM UYGULA-EKDOSYA THRU END-UYGULA-EKDOSYA.
           PERFORM UYGULA-WEBLOG THRU END-UYGULA-WEBLOG.
       KAYIT-UYGULA-SON.

       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==AYAR==
                                    "%T%"  BY "AYAR"
                                   ==%R%== BY ==AY-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==CARHAR==
                                    "%T%"  BY "CARHAR"
                                   ==%R%== BY ==CH-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==DEPO==
                                    "%T%"  BY "DEPO"
                                   ==%R%== BY ==DP-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==HAREKET-SICIL==
                                    "%T%"  BY "HAREKET-SICIL"
                                   ==%R%== BY ==HS-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==HAREKET-DETAY==
                                    "%T%"  BY "HAREKET-DETAY"
                                   ==%R%== BY ==HD-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==HAREKET-INDEX==
                                    "%T%"  BY "HAREKET-INDEX"
                                   ==%R%== BY ==HIDX-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==KATLOG==
                                    "%T%"  BY "KATLOG"
                                   ==%R%== BY ==KT-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==PLASIYER==
                                    "%T%"  BY "PLASIYER"
                                   ==%R%== BY ==PL-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SICIL==
                                    "%T%"  BY "SICIL"
                                   ==%R%== BY ==SC-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SICILKOD==
                                    "%T%"  BY "SICILKOD"
                                   ==%R%== BY ==SK-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SICILPOS==
                                    "%T%"  BY "SICILPOS"
                                   ==%R%== BY ==SP-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SICILTEL==
                                    "%T%"  BY "SICILTEL"
                                   ==%R%== BY ==SCT-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==STOK==
                                    "%T%"  BY "STOK"
                                   ==%R%== BY ==ST-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==STOKADET==
                                    "%T%"  BY "STOKADET"
                                   ==%R%== BY ==STA-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==TIPKOD==
                                    "%T%"  BY "TIPKOD"
                                   ==%R%== BY ==TK-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==USERS==
                                    "%T%"  BY "USERS"
                                   ==%R%== BY ==US-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==USERACCESS==
                                    "%T%"  BY "USERACCESS"
                                   ==%R%== BY ==UA-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==MAKBUZ==
                                    "%T%"  BY "MAKBUZ"
                                   ==%R%== BY ==MK-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==ODEME==
                                    "%T%"  BY "ODEME"
                                   ==%R%== BY ==OD-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==CEKSENET==
                                    "%T%"  BY "CEKSENET"
                                   ==%R%== BY ==CS-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==CEKSENETLOG==
                                    "%T%"  BY "CEKSENETLOG"
                                   ==%R%== BY ==CSL-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SAYIM==
                                    "%T%"  BY "SAYIM"
                                   ==%R%== BY ==E-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==KASA==
                                    "%T%"  BY "KASA"
                                   ==%R%== BY ==KS-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==TIP==
                                    "%T%"  BY "TIP"
                                   ==%R%== BY ==TIP-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SIPARIS==
                                    "%T%"  BY "SIPARIS"
                                   ==%R%== BY ==SIP-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==KURLAR==
                                    "%T%"  BY "KURLAR"
                                   ==%R%== BY ==KR-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==FIYATLIS==
                                    "%T%"  BY "FIYATLIS"
                                   ==%R%== BY ==FL-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SATINAL==
                                    "%T%"  BY "SATINAL"
                                   ==%R%== BY ==SA-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SATINDET==
                                    "%T%"  BY "SATINDET"
                                   ==%R%== BY ==SAD-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SEANS==
                                    "%T%"  BY "SEANS"
                                   ==%R%== BY ==SN-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==LOTSER==
                                    "%T%"  BY "LOTSER"
                                   ==%R%== BY ==LS-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==KREDILOG==
                                    "%T%"  BY "KREDILOG"
                                   ==%R%== BY ==KRL-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==TAKSIT==
                                    "%T%"  BY "TAKSIT"
                                   ==%R%== BY ==TAK-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==IHTAR==
                                    "%T%"  BY "IHTAR"
                                   ==%R%== BY ==IH-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==TEKLIF==
                                    "%T%"  BY "TEKLIF"
                                   ==%R%== BY ==TF-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==TEKLIFDET==
                                    "%T%"  BY "TEKLIFDET"
                                   ==%R%== BY ==TFD-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SIPDET==
                                    "%T%"  BY "SIPDET"
                                   ==%R%== BY ==SD-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==BEKLEYEN==
                                    "%T%"  BY "BEKLEYEN"
                                   ==%R%== BY ==BEK-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==CARHARARS==
                                    "%T%"  BY "CARHARARS"
                                   ==%R%== BY ==ACH-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==HARSICARS==
                                    "%T%"  BY "HARSICARS"
                                   ==%R%== BY ==AHS-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==HARDETARS==
                                    "%T%"  BY "HARDETARS"
                                   ==%R%== BY ==AHD-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==STOKADARS==
                                    "%T%"  BY "STOKADARS"
                                   ==%R%== BY ==ASA-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==DEGISLOG==
                                    "%T%"  BY "DEGISLOG"
                                   ==%R%== BY ==DGL-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==VARDIYA==
                                    "%T%"  BY "VARDIYA"
                                   ==%R%== BY ==VRD-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==KAPAMA==
                                    "%T%"  BY "KAPAMA"
                                   ==%R%== BY ==KP-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==VFAIZ==
                                    "%T%"  BY "VFAIZ"
                                   ==%R%== BY ==VF-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==MUADIL==
                                    "%T%"  BY "MUADIL"
                                   ==%R%== BY ==MU-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==ARAC==
                                    "%T%"  BY "ARAC"
                                   ==%R%== BY ==AR-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==UYUM==
                                    "%T%"  BY "UYUM"
                                   ==%R%== BY ==UY-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==ANLASMA==
                                    "%T%"  BY "ANLASMA"
                                   ==%R%== BY ==AN-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==HEDEF==
                                    "%T%"  BY "HEDEF"
                                   ==%R%== BY ==HF-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==IPTALLOG==
                                    "%T%"  BY "IPTALLOG"
                                   ==%R%== BY ==IPL-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==DONEM==
                                    "%T%"  BY "DONEM"
                                   ==%R%== BY ==DN-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SEVK==
                                    "%T%"  BY "SEVK"
                                   ==%R%== BY ==SV-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==SEVKDET==
                                    "%T%"  BY "SEVKDET"
                                   ==%R%== BY ==SVD-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==ONAYBEK==
                                    "%T%"  BY "ONAYBEK"
                                   ==%R%== BY ==OB-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==EKDOSYA==
                                    "%T%"  BY "EKDOSYA"
                                   ==%R%== BY ==EK-KAYIT==.
       copy 'jrnuyg.cpy' REPLACING ==%T%== BY ==WEBLOG==
                                    "%T%"  BY "WEBLOG"
                                   ==%R%== BY ==WL-KAYIT==.
