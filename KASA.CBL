       copy 'donem.cpy'.
       copy 'onaybek.cpy'.
       copy 'butce.cpy'.
       copy 'masmer.cpy'.
       copy 'users.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'kasa.cpz'.
       copy 'donem.cpz'.
       copy 'onaybek.cpz'.
       copy 'butce.cpz'.
       copy 'masmer.cpz'.
       copy 'users.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 SATIR                 PIC 9999.
           02 E-HESAPNO             PIC X(15).
           02 E-DEPONO              PIC 9999.
           02 E-SEKILNO             PIC 9999.
           02 E-MMKOD               PIC 9999.
           02 M-MMKOD               PIC 9999.
           02 KUL-MMKOD             PIC 9999.
           02 E-HESAPTURU           PIC 9 VALUE 1.
           02 E-ACIKLAMA            PIC X(60).
           02 E-GELIR               PIC 9(13)V99.
       copy 'donem.var'.
       77 ODEME-ESIK            PIC 9(9)V99 VALUE 10000.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'onayvar.cpy'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       copy 'onayscr.cpy'.         
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
           OPEN INPUT KASA SICIL DEPO MAKBUZ ODEME MASMER.
           PERFORM KULLANICI-MERKEZ THRU KULLANICI-MERKEZ-SON.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           DISPLAY SCR-TARIH-AL.
           ACCEPT SCR-TARIH-AL.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE KASA SICIL DEPO MAKBUZ ODEME MASMER
                     GO STOP-PROGRAM.
       DETAY-AL.  
           
           
           IF YENI = 1 MOVE SPACES TO E-HESAPNO E-ACIKLAMA
                    MOVE 2 TO E-DEPONO
                    MOVE 1 TO E-HESAPTURU
                    MOVE ZEROS TO E-GELIR E-GIDER E-MMKOD
               ELSE MOVE KS-HESAPNO TO E-HESAPNO
                    MOVE BEK-DEPONO TO E-DEPONO
                    MOVE BEK-SEKILNO TO E-SEKILNO
                    MOVE KS-HESAPTURU TO E-HESAPTURU
                    MOVE KS-MMKOD TO E-MMKOD
                    MOVE KS-ACIKLAMA TO E-ACIKLAMA
                    MOVE KS-GELIR TO E-GELIR
                    MOVE KS-GIDER TO E-GIDER
       E-HESAPNO-AL.
           DISPLAY SPACES LINE 34 POSITION 2 
            CONTROL 'BCOLOR=BLUE' SIZE 30
            SPACES LINE 35 POSITION 2 SIZE 30
            SPACES LINE 33 POSITION 2 SIZE 27.
           ACCEPT E-HESAPNO LINE SATIR POSITION 2 UPDATE NO BEEP
            PROMPT '.' CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
       YENI-KASA.
           PERFORM YENI-GOSTER.
           IF E-HESAPNO = SPACES MOVE ZEROS TO E-DEPONO
                GO MERKEZ-AL.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY GO E-HESAPNO-AL.
           IF SC-PLKOD = 5 THEN
                  BY CONTENT 0020 SATIR 0028 YSON 0.
           CANCEL 'SEKSEC'.
           IF T-KOD = -1 GO DEPONO-AL.
           IF T-KOD NOT = E-SEKILNO MOVE ZEROS TO E-MMKOD.
           MOVE T-KOD TO E-SEKILNO.
           PERFORM YENI-GOSTER.
       HESAPTURU-AL.
           IF E-ONAY = 'H' OR E-ONAY = 'h' MOVE 2 TO E-HESAPTURU
               ELSE MOVE 1 TO E-HESAPTURU.
           PERFORM YENI-GOSTER.
      * masraf merkezi once sekilden, yoksa kullanicidan onerilir;
      * F1 ile masraf merkezi penceresinden secilebilir
       MERKEZ-AL.
           IF E-MMKOD = ZEROS
              PERFORM MERKEZ-VARSAYILAN THRU MERKEZ-VARSAYILAN-SON.
       MERKEZ-SOR.
           PERFORM MERKEZ-GOSTER THRU MERKEZ-GOSTER-SON.
           ACCEPT E-MMKOD LINE 33 POSITION 12 UPDATE NO BEEP
            PROMPT '.' CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 1
              MOVE E-MMKOD TO M-MMKOD
              CLOSE MASMER
              CALL 'MASMER' USING 1 M-MMKOD
              CANCEL 'MASMER'
              OPEN INPUT MASMER
              IF M-MMKOD NOT = ZEROS MOVE M-MMKOD TO E-MMKOD END-IF
              GO MERKEZ-SOR.
           IF (F = 27 OR F = 52) AND E-HESAPNO = SPACES GO TUS.
           IF F = 27 OR F = 52 GO SEKILNO-AL.
           IF E-MMKOD NOT = ZEROS
              MOVE E-MMKOD TO MM-KOD
              READ MASMER INVALID KEY
                 MOVE 'MASRAF MERKEZI TANIMLI DEGIL !!!' TO
                   ONAY-MESSAGE
                 PERFORM WARN-MESSAGE
                 GO MERKEZ-SOR.
           PERFORM MERKEZ-GOSTER THRU MERKEZ-GOSTER-SON.
       ACIKLAMA-AL.
           ACCEPT E-ACIKLAMA LINE SATIR POSITION 54 UPDATE NO BEEP
            PROMPT '.' CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           PERFORM YENI-GOSTER.
           IF F = 27 OR F = 52 GO MERKEZ-SOR.
       GELIR-AL.
           MOVE E-GELIR TO Z-TUTAR.
           ACCEPT Z-TUTAR LINE SATIR POSITION 87 UPDATE NO BEEP
           MOVE E-GELIR TO KS-GELIR.
           MOVE E-GIDER TO KS-GIDER.
           MOVE E-HESAPTURU TO KS-HESAPTURU.
           MOVE E-DEPONO TO KS-DEPONO.
           MOVE E-SEKILNO TO KS-SEKILNO.
           MOVE E-MMKOD TO KS-MMKOD.
           MOVE E-DOVIZ TO KS-DOVIZ.
           MOVE E-KUR TO KS-KUR.
           IF KS-HESAPNO NOT = SPACES

      * ayni ay/sekil/deponun gider toplami + girilen tutar
      * butceyi asiyorsa uyari verilir; kayit alani bozulmasin
      * diye tarama oncesi saklanip geri yuklenir. once masraf
      * merkezinin butcesine, yoksa merkezsiz (genel) butceye
      * bakilir; genel butce tum merkezlerin giderini toplar
       BUTCE-KONTROL.
           MOVE KS-KAYIT TO KS-SAKLA.
           OPEN INPUT BUTCE.
           MOVE KS-AY TO BUT-AY.
           MOVE E-SEKILNO TO BUT-SEKILNO.
           MOVE E-DEPONO TO BUT-DEPONO.
           MOVE E-MMKOD TO BUT-MMKOD.
           READ BUTCE
              INVALID KEY
                 MOVE ZEROS TO BUT-MMKOD
                 READ BUTCE
                    INVALID KEY
                       CLOSE BUTCE
                       MOVE KS-SAKLA TO KS-KAYIT
                       GO BUTCE-KONTROL-SON
                 END-READ
           END-READ.
           CLOSE BUTCE.
           MOVE ZEROS TO BUT-AYICI.
           MOVE 1 TO KS-SIRA.
           IF KS-SIRA = ZEROS GO BUTCE-AY-OKU.
           IF KS-SEKILNO NOT = BUT-SEKILNO GO BUTCE-AY-OKU.
           IF KS-DEPONO NOT = BUT-DEPONO GO BUTCE-AY-OKU.
           IF BUT-MMKOD NOT = ZEROS AND KS-MMKOD NOT = BUT-MMKOD
              GO BUTCE-AY-OKU.
           ADD KS-GIDER TO BUT-AYICI.
           GO BUTCE-AY-OKU.
       BUTCE-KARAR.
              PERFORM WARN-MESSAGE.
       BUTCE-KONTROL-SON.

       MERKEZ-VARSAYILAN.
           MOVE ZEROS TO E-MMKOD.
           IF E-HESAPNO NOT = SPACES AND E-SEKILNO NOT = ZEROS
              MOVE E-SEKILNO TO OD-NO
              READ ODEME INVALID KEY MOVE ZEROS TO OD-MMKOD END-READ
              MOVE OD-MMKOD TO E-MMKOD
           END-IF.
           IF E-MMKOD = ZEROS MOVE KUL-MMKOD TO E-MMKOD.
       MERKEZ-VARSAYILAN-SON.

       MERKEZ-GOSTER.
           MOVE SPACES TO MM-ADI.
           IF E-MMKOD NOT = ZEROS
              MOVE E-MMKOD TO MM-KOD
              READ MASMER INVALID KEY MOVE SPACES TO MM-ADI END-READ
           END-IF.
           DISPLAY 'M.MERKEZ:' LINE 33 POSITION 2
            CONTROL 'BCOLOR=BLUE, FCOLOR=BROWN'
            E-MMKOD LINE 33 POSITION 12 CONTROL 'FCOLOR=WHITE'
            MM-ADI LINE 33 POSITION 17 SIZE 12.
       MERKEZ-GOSTER-SON.

      * oturumdaki kullanicinin varsayilan masraf merkezi
       KULLANICI-MERKEZ.
           MOVE ZEROS TO KUL-MMKOD.
           PERFORM OTURUM-OKU.
           OPEN INPUT USERS.
           MOVE OT-KULLANICI-ADI TO US-NAME.
           READ USERS NOT INVALID KEY MOVE US-MMKOD TO KUL-MMKOD.
           CLOSE USERS.
       KULLANICI-MERKEZ-SON.

       YENI-GOSTER.
           MOVE E-DEPONO TO DP-NO.
           READ DEPO INVALID KEY MOVE SPACES TO DP-ADI.
           MOVE OT-KULLANICI-ADI TO OB-KULLANICI.
           MOVE E-HESAPNO TO OB-HESAPNO.
           MOVE E-DEPONO TO OB-DEPONO.
           MOVE E-MMKOD TO OB-MMKOD.
           MOVE E-GIDER TO OB-TUTAR.
           MOVE E-ACIKLAMA TO OB-ACIKLAMA.
           MOVE 'B' TO OB-DURUM.
