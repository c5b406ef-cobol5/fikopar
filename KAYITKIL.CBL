       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'KAYITKIL'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'kilit.cpy'.
       copy 'seans.cpy'.
       copy 'oturum.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'kilit.cpz'.
       copy 'seans.cpz'.
       copy 'oturum.cpz'.
       WORKING-STORAGE SECTION.
       77 CANLI                 PIC 9.
       77 HH                    PIC 99.
       77 MM                    PIC 99.
       01 KILIT-SS.
           02 KILIT-SA          PIC 99.
           02 KILIT-DK          PIC 99.
           02 FILLER            PIC 9(4).
       01 SIMDI-TARIH-SAYI      PIC 9(8).
       copy 'seans.var'.
       copy 'oturum.var'.
       copy 'status.cpy'.
       LINKAGE SECTION.
       01 G-ISTEK.
           02 G-ISLEM                   PIC X.
           02 G-DOSYA                   PIC X(8).
           02 G-ANAHTAR                 PIC X(30).
           02 G-KULLANICI               PIC X(20).
           02 G-SONUC                   PIC 9.
           02 G-SAHIP                   PIC X(20).
           02 G-SAAT                    PIC 9(8).
           02 G-MESAJ                   PIC X(60).
      * kayit kilidi: bir ana kayit degistirmek icin acildiginda
      * dosya+anahtar basina kilit yazilir. ikinci kullanici kaydi
      * salt okunur gorur. kilit sahibinin oturumu yoksa, SEANSPEN
      * ile dusurulduyse ya da bekleme suresi kadar islem yapmadiysa
      * kilit terk edilmis sayilir ve devralinir
       PROCEDURE DIVISION USING G-ISTEK.
       START-PROGRAM.
           MOVE 1 TO G-SONUC.
           MOVE SPACES TO G-SAHIP G-MESAJ.
           MOVE ZEROS TO G-SAAT.
           PERFORM OTURUM-OKU.
           ACCEPT SN-SIMDI-TARIH FROM CENTURY-DATE.
           ACCEPT SN-SIMDI-SAAT FROM TIME.
           MOVE SN-SIMDI-TARIH TO SIMDI-TARIH-SAYI.
           OPEN I-O KILITLER.
           IF ST-KILITLER = '35'
              OPEN OUTPUT KILITLER CLOSE KILITLER
              OPEN I-O KILITLER.
           IF ST-KILITLER NOT = '00' GO CIKIS.
           IF G-ISLEM = 'T' GO KULLANICI-TEMIZLE.
           MOVE G-DOSYA TO KL-DOSYA.
           MOVE G-ANAHTAR TO KL-ANAHTAR.
           READ KILITLER INVALID KEY GO KILIT-YOK.
           IF KL-KULLANICI = OT-KULLANICI-ADI GO KILIT-BENIM.
           PERFORM CANLI-MI THRU CANLI-MI-SON.
           IF CANLI = 0 GO KILIT-BENIM.
      * kayit baskasinda: salt okuma
           MOVE 0 TO G-SONUC.
           MOVE KL-KULLANICI TO G-SAHIP.
           MOVE KL-SAAT TO G-SAAT KILIT-SS.
           MOVE KILIT-SA TO HH.
           MOVE KILIT-DK TO MM.
           STRING KL-KULLANICI DELIMITED BY '  '
                  ' ' HH ':' MM ' DEN BERI KULLANIYOR'
                  DELIMITED BY SIZE INTO G-MESAJ.
           GO KAPAT.
       KILIT-YOK.
           IF G-ISLEM NOT = 'A' GO KAPAT.
           PERFORM KILIT-DOLDUR.
           WRITE KL-KAYIT INVALID KEY MOVE 0 TO G-SONUC.
           GO KAPAT.
      * kendi kilidi ya da terk edilmis kilit
       KILIT-BENIM.
           IF G-ISLEM = 'A'
              PERFORM KILIT-DOLDUR
              REWRITE KL-KAYIT INVALID KEY CONTINUE END-REWRITE.
           IF G-ISLEM = 'B'
              DELETE KILITLER RECORD INVALID KEY CONTINUE END-DELETE.
           GO KAPAT.
       KULLANICI-TEMIZLE.
           MOVE LOW-VALUES TO KL-KEY.
           START KILITLER KEY NOT LESS KL-KEY
               INVALID KEY GO KAPAT.
       TEMIZLE-OKU.
           READ KILITLER NEXT AT END GO KAPAT.
           IF KL-KULLANICI = G-KULLANICI
              DELETE KILITLER RECORD INVALID KEY CONTINUE END-DELETE.
           GO TEMIZLE-OKU.
       KAPAT.
           CLOSE KILITLER.
       CIKIS.
           EXIT PROGRAM.
           STOP RUN.

       KILIT-DOLDUR.
           MOVE OT-KULLANICI-ADI TO KL-KULLANICI.
           MOVE SIMDI-TARIH-SAYI TO KL-TARIH.
           MOVE SN-SIMDI-SAAT TO KL-SAAT.
           MOVE SPACES TO KL-TERMINAL.
           CALL 'C$GetEnv' USING 'COMPUTERNAME' KL-TERMINAL
               ON EXCEPTION MOVE SPACES TO KL-TERMINAL
           END-CALL.

      * kilit sahibinin bugun acik, dusurulmemis ve bekleme suresini
      * asmamis bir oturumu varsa kilit canlidir. oturum dosyasi
      * yoksa yalniz kilidin alindigi an dikkate alinir
       CANLI-MI.
           MOVE 0 TO CANLI.
           IF KL-TARIH NOT = SIMDI-TARIH-SAYI GO CANLI-MI-SON.
           OPEN INPUT SEANS.
           IF ST-SEANS NOT = '00'
              MOVE KL-SAAT TO SN-SON-SS
              PERFORM SURE-BAK
              GO CANLI-MI-SON.
           MOVE KL-KULLANICI TO SN-KULLANICI.
           MOVE ZEROS TO SN-GSAAT.
           START SEANS KEY NOT LESS SN-KEY
               INVALID KEY GO CANLI-SEANS-SON.
       CANLI-SEANS-OKU.
           READ SEANS NEXT AT END GO CANLI-SEANS-SON.
           IF SN-KULLANICI NOT = KL-KULLANICI GO CANLI-SEANS-SON.
           IF SN-ZORLA-ATILSIN GO CANLI-SEANS-OKU.
           IF SN-ATARIH NOT = SN-SIMDI-TARIH GO CANLI-SEANS-OKU.
           IF SN-ASAAT > KL-SAAT
              MOVE SN-ASAAT TO SN-SON-SS
           ELSE
              MOVE KL-SAAT TO SN-SON-SS.
           PERFORM SURE-BAK.
           IF CANLI = 0 GO CANLI-SEANS-OKU.
       CANLI-SEANS-SON.
           CLOSE SEANS.
       CANLI-MI-SON.

       SURE-BAK.
           COMPUTE SN-GECEN-DK =
               (SN-SIMDI-SA * 60 + SN-SIMDI-DK)
               - (SN-SON-SA * 60 + SN-SON-DK).
           IF SN-GECEN-DK NOT > SEANS-BEKLEME-DK
              MOVE 1 TO CANLI.

       copy 'oturum.per'.
